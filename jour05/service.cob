000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. niveau-service.
000003
000004* Rapport mensuel de niveau de service du provisioning, tire du
000005* registre des envois (envois.dat, via registre-io, consultation
000006* seule) : pour chaque generation d'extrait du mois et pour le
000007* mois entier, codes envoyes, acquittes, rejetes (R, rejet
000008* definitif D, abandon X) et encore ouverts, delai de reponse en
000009* jours (minimum, moyen, 90e centile, maximum) et part des codes
000010* repondus dans le delai contractuel. Le delai court de la date
000011* d'envoi, ou du dernier renvoi pour un code renvoye (qui compte
000012* alors dans la generation de son renvoi), jusqu'a la date de
000013* l'accuse. La part dans le delai porte sur les codes dont le
000014* delai est echu : repondus, et ouverts depuis plus que le seuil
000015* (un code ouvert encore dans son delai n'est ni bon ni mauvais).
000016* Les motifs de rejet sont classes par nombre decroissant.
000017* Parametres : JOUR5_SLA_MOIS (AAAAMM, mois courant par defaut)
000018* et JOUR5_SLA_JOURS (delai contractuel en jours, 3 par defaut,
000019* le seuil de relance d'accuses-reception). Rapport dans
000020* niveau-service-AAAAMM.txt et resume lisible par programme dans
000021* niveau-service-AAAAMM.sum, au format de job-summary.txt
000022* (libelle sur 24 colonnes, valeur ensuite). Code retour : 0
000023* propre, 4 avertissement (mois sans envoi, plus de 31
000024* generations), 12 erreur.
000025
000026 ENVIRONMENT DIVISION.
000027    INPUT-OUTPUT SECTION.
000028    FILE-CONTROL.
000029         SELECT SLA-REPORT ASSIGN TO DYNAMIC WS-RPT-NAME
000030         ORGANIZATION LINE SEQUENTIAL
000031         FILE STATUS IS WS-RPT-STATUS.
000032         SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMM-NAME
000033         ORGANIZATION LINE SEQUENTIAL
000034         FILE STATUS IS WS-SUMM-STATUS.
000035
000036 DATA DIVISION.
000037   FILE SECTION.
000038   FD SLA-REPORT.
000039     01 RPT-LINE PIC X(120).
000040
000041   FD SUMMARY-FILE.
000042     01 SUMMARY-LINE PIC X(80).
000043
000044   WORKING-STORAGE SECTION.
000045     77 WS-RPT-STATUS PIC XX.
000046     77 WS-SUMM-STATUS PIC XX.
000047     77 WS-RPT-NAME PIC X(30).
000048     77 WS-RPT-TITRE PIC X(24).
000049     77 WS-SUMM-NAME PIC X(30).
000050     77 WS-SUMM-TAG PIC X(24).
000051     77 WS-SUMM-VALUE PIC X(56).
000052     77 WS-TODAY PIC 9(8) VALUE 0.
000053     77 WS-MOIS-PARM PIC X(8).
000054     77 WS-MOIS PIC X(6).
000055     77 WS-SLA-PARM PIC X(6).
000056     77 WS-SLA-CHK PIC S9(4).
000057     77 WS-SLA-VAL PIC S9(6)V9(4).
000058     77 WS-SLA-ENTIER PIC S9(6).
000059     77 WS-SLA-JOURS PIC 99 VALUE 3.
000060* Interface avec registre-io.
000061     77 WS-REG-ACTION PIC X.
000062     77 WS-REG-CODE PIC X(20).
000063     77 WS-REG-DATE PIC 9(8).
000064     77 WS-REG-GENERATION PIC 9(8).
000065     77 WS-REG-ACK PIC X.
000066     77 WS-REG-ACK-DATE PIC 9(8).
000067     77 WS-REG-RESULT PIC X.
000068     77 WS-REG-INFO PIC X(48).
000069     77 WS-FIN-BALAYAGE PIC X VALUE 'N'.
000070* Cumuls par generation d'extrait (31 au plus, une par jour du
000071* mois) ; la 32e entree porte le mois entier. L'histogramme des
000072* delais (0 a 98 jours, puis 99 jours et plus dans la derniere
000073* case) donne le 90e centile sans garder chaque delai.
000074     01 WS-GEN-TABLE.
000075       05 WS-GEN-ENTRY OCCURS 32 TIMES.
000076         10 WS-GEN-DATE PIC 9(8).
000077         10 WS-GEN-ENVOYES PIC 9(7).
000078         10 WS-GEN-ACQUITTES PIC 9(7).
000079         10 WS-GEN-REJETES PIC 9(7).
000080         10 WS-GEN-OUVERTS PIC 9(7).
000081         10 WS-GEN-REPONDUS PIC 9(7).
000082         10 WS-GEN-DANS-SLA PIC 9(7).
000083         10 WS-GEN-ECHUS PIC 9(7).
000084         10 WS-GEN-SOMME PIC 9(9).
000085         10 WS-GEN-MIN PIC 9(5).
000086         10 WS-GEN-MAX PIC 9(5).
000087         10 WS-GEN-HISTO PIC 9(7) OCCURS 100 TIMES.
000088         10 WS-GEN-EDITE PIC X.
000089     77 WS-GEN-COUNT PIC 99 VALUE 0.
000090     77 WS-GEN-IDX PIC 99.
000091     77 WS-GEN-CUR PIC 99.
000092     77 WS-MOIS-IDX PIC 99 VALUE 32.
000093     77 WS-GEN-FULL PIC X VALUE 'N'.
000094     77 WS-HIST-IDX PIC 999.
000095* Motifs de rejet du mois, classes a l'edition par nombre
000096* decroissant ; au-dela de 100 motifs distincts, le reste est
000097* compte en AUTRES.
000098     01 WS-MOT-TABLE.
000099       05 WS-MOT-ENTRY OCCURS 100 TIMES.
000100         10 WS-MOT-TEXTE PIC X(30).
000101         10 WS-MOT-NB PIC 9(7).
000102         10 WS-MOT-EDITE PIC X.
000103     77 WS-MOT-COUNT PIC 999 VALUE 0.
000104     77 WS-MOT-IDX PIC 999.
000105     77 WS-MOT-BEST PIC 999.
000106     77 WS-MOT-RANG PIC 999.
000107     77 NB-MOT-AUTRES PIC 9(7) VALUE 0.
000108     77 WS-MOT-TROUVE PIC X.
000109* Delai de l'enregistrement courant et statistiques d'edition.
000110     77 WS-DEPART PIC 9(8).
000111     77 WS-DELAI PIC S9(7).
000112     77 WS-AGE PIC S9(7).
000113     77 WS-REPONDU PIC X.
000114     77 WS-P90-CIBLE PIC 9(7).
000115     77 WS-P90-CUMUL PIC 9(7).
000116     77 WS-P90 PIC 9(5).
000117     77 WS-MOYEN PIC 9(5)V9.
000118     77 WS-MOYEN-ED PIC ZZZZ9.9.
000119     77 WS-PCT PIC 999V9.
000120     77 WS-PCT-ED PIC ZZ9.9.
000121     77 WS-MIN-ED PIC 9(5).
000122     77 WS-JOB-RC PIC 99 VALUE 0.
000123
000124* Journal operateur commun (journal.txt, via journal-op) : les
000125* messages d'exploitation de la console sont aussi consignes
000126* horodates dans un fichier unique pour toute la suite, que la
000127* supervision greppe apres incident. Module absent ou journal
000128* inecrivable : la console reste seule, sans faire echouer le
000129* passage.
000130     77 WS-JRN-PROG PIC X(20) VALUE "niveau-service".
000131     77 WS-JRN-SEV PIC X.
000132     77 WS-JRN-MSG PIC X(80).
000133
000134 PROCEDURE DIVISION.
000135 main.
000136     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000137     MOVE 'I' TO WS-JRN-SEV.
000138     MOVE "debut du rapport de niveau de service" TO WS-JRN-MSG.
000139     PERFORM write-journal.
000140     PERFORM read-parameters.
000141     PERFORM init-tables.
000142     PERFORM open-register.
000143     PERFORM scan-register.
000144     PERFORM close-register.
000145     IF WS-GEN-ENVOYES(WS-MOIS-IDX) = 0
000146         DISPLAY "ATTENTION : aucun envoi pour le mois " WS-MOIS
000147             END-DISPLAY
000148         MOVE 'W' TO WS-JRN-SEV
000149         MOVE SPACES TO WS-JRN-MSG
000150         STRING "aucun envoi pour le mois " WS-MOIS
000151             INTO WS-JRN-MSG
000152         END-STRING
000153         PERFORM write-journal
000154         IF WS-JOB-RC < 4
000155             MOVE 4 TO WS-JOB-RC
000156         END-IF
000157     END-IF.
000158     PERFORM write-sla-report.
000159     PERFORM write-sla-summary.
000160     DISPLAY "Niveau de service du mois " WS-MOIS " - delai "
000161         WS-SLA-JOURS " jour(s)" END-DISPLAY.
000162     DISPLAY "  - generations : " WS-GEN-COUNT END-DISPLAY.
000163     DISPLAY "  - envoyes : " WS-GEN-ENVOYES(WS-MOIS-IDX)
000164         END-DISPLAY.
000165     DISPLAY "  - acquittes : " WS-GEN-ACQUITTES(WS-MOIS-IDX)
000166         END-DISPLAY.
000167     DISPLAY "  - rejetes : " WS-GEN-REJETES(WS-MOIS-IDX)
000168         END-DISPLAY.
000169     DISPLAY "  - ouverts : " WS-GEN-OUVERTS(WS-MOIS-IDX)
000170         END-DISPLAY.
000171     MOVE 'I' TO WS-JRN-SEV.
000172     MOVE SPACES TO WS-JRN-MSG.
000173     STRING "fin du rapport du mois " WS-MOIS ", code retour "
000174         WS-JOB-RC
000175         INTO WS-JRN-MSG
000176     END-STRING.
000177     PERFORM write-journal.
000178     MOVE WS-JOB-RC TO RETURN-CODE.
000179     STOP RUN.
000180
000181 read-parameters.
000182     ACCEPT WS-MOIS-PARM FROM ENVIRONMENT "JOUR5_SLA_MOIS".
000183     IF WS-MOIS-PARM = SPACES
000184         MOVE WS-TODAY(1:6) TO WS-MOIS
000185     ELSE
000186         MOVE WS-MOIS-PARM(1:6) TO WS-MOIS
000187         IF WS-MOIS IS NOT NUMERIC
000188                 OR WS-MOIS-PARM(7:2) NOT = SPACES
000189                 OR WS-MOIS(5:2) < "01" OR WS-MOIS(5:2) > "12"
000190             DISPLAY "ERREUR : JOUR5_SLA_MOIS doit donner un "
000191                 "mois AAAAMM, rapport abandonne" END-DISPLAY
000192             MOVE 'E' TO WS-JRN-SEV
000193             MOVE SPACES TO WS-JRN-MSG
000194             STRING "JOUR5_SLA_MOIS invalide ("
000195                 FUNCTION TRIM(WS-MOIS-PARM)
000196                 "), rapport abandonne"
000197                 INTO WS-JRN-MSG
000198             END-STRING
000199             PERFORM write-journal
000200             MOVE 12 TO RETURN-CODE
000201             STOP RUN
000202         END-IF
000203     END-IF.
000204     ACCEPT WS-SLA-PARM FROM ENVIRONMENT "JOUR5_SLA_JOURS".
000205     IF WS-SLA-PARM NOT = SPACES
000206         COMPUTE WS-SLA-CHK =
000207             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SLA-PARM))
000208* Le delai est un nombre entier de jours, de 1 a 99.
000209         IF WS-SLA-CHK = 0
000210             COMPUTE WS-SLA-VAL =
000211                 FUNCTION NUMVAL(FUNCTION TRIM(WS-SLA-PARM))
000212             MOVE WS-SLA-VAL TO WS-SLA-ENTIER
000213             IF WS-SLA-VAL < 1 OR WS-SLA-VAL > 99
000214                     OR WS-SLA-ENTIER NOT = WS-SLA-VAL
000215                 MOVE 1 TO WS-SLA-CHK
000216             END-IF
000217         END-IF
000218         IF WS-SLA-CHK NOT = 0
000219             DISPLAY "ERREUR : JOUR5_SLA_JOURS doit donner un "
000220                 "delai en jours, rapport abandonne" END-DISPLAY
000221             MOVE 'E' TO WS-JRN-SEV
000222             MOVE SPACES TO WS-JRN-MSG
000223             STRING "JOUR5_SLA_JOURS invalide ("
000224                 FUNCTION TRIM(WS-SLA-PARM)
000225                 "), rapport abandonne"
000226                 INTO WS-JRN-MSG
000227             END-STRING
000228             PERFORM write-journal
000229             MOVE 12 TO RETURN-CODE
000230             STOP RUN
000231         END-IF
000232         MOVE WS-SLA-ENTIER TO WS-SLA-JOURS
000233     END-IF.
000234     MOVE SPACES TO WS-RPT-NAME.
000235     STRING "niveau-service-" WS-MOIS ".txt"
000236         INTO WS-RPT-NAME
000237     END-STRING.
000238     MOVE SPACES TO WS-SUMM-NAME.
000239     STRING "niveau-service-" WS-MOIS ".sum"
000240         INTO WS-SUMM-NAME
000241     END-STRING.
000242
000243 init-tables.
000244     PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
000245             UNTIL WS-GEN-IDX > 32
000246         PERFORM init-gen-entry
000247     END-PERFORM.
000248
000249 init-gen-entry.
000250     MOVE 0 TO WS-GEN-DATE(WS-GEN-IDX).
000251     MOVE 0 TO WS-GEN-ENVOYES(WS-GEN-IDX).
000252     MOVE 0 TO WS-GEN-ACQUITTES(WS-GEN-IDX).
000253     MOVE 0 TO WS-GEN-REJETES(WS-GEN-IDX).
000254     MOVE 0 TO WS-GEN-OUVERTS(WS-GEN-IDX).
000255     MOVE 0 TO WS-GEN-REPONDUS(WS-GEN-IDX).
000256     MOVE 0 TO WS-GEN-DANS-SLA(WS-GEN-IDX).
000257     MOVE 0 TO WS-GEN-ECHUS(WS-GEN-IDX).
000258     MOVE 0 TO WS-GEN-SOMME(WS-GEN-IDX).
000259     MOVE 99999 TO WS-GEN-MIN(WS-GEN-IDX).
000260     MOVE 0 TO WS-GEN-MAX(WS-GEN-IDX).
000261     MOVE 'N' TO WS-GEN-EDITE(WS-GEN-IDX).
000262     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
000263             UNTIL WS-HIST-IDX > 100
000264         MOVE 0 TO WS-GEN-HISTO(WS-GEN-IDX, WS-HIST-IDX)
000265     END-PERFORM.
000266
000267 open-register.
000268* Consultation seule : sans registre il n'y a rien a mesurer.
000269     MOVE 'C' TO WS-REG-ACTION.
000270     MOVE SPACE TO WS-REG-RESULT.
000271     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000272         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000273         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000274         ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000275     END-CALL.
000276     IF WS-REG-RESULT = 'E'
000277         DISPLAY "ERREUR : registre des envois indisponible, "
000278             "rapport impossible" END-DISPLAY
000279         MOVE 'E' TO WS-JRN-SEV
000280         MOVE "registre des envois indisponible"
000281             TO WS-JRN-MSG
000282         PERFORM write-journal
000283         MOVE 12 TO RETURN-CODE
000284         STOP RUN
000285     END-IF.
000286
000287 close-register.
000288     MOVE 'F' TO WS-REG-ACTION.
000289     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000290         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000291         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000292         ON EXCEPTION CONTINUE
000293     END-CALL.
000294
000295 scan-register.
000296* Balayage complet du registre ; seuls les envois dont la
000297* generation tombe dans le mois demande sont retenus.
000298     MOVE 'D' TO WS-REG-ACTION.
000299     MOVE SPACE TO WS-REG-RESULT.
000300     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000301         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000302         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000303         ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000304     END-CALL.
000305     IF WS-REG-RESULT NOT = 'T'
000306         MOVE 'Y' TO WS-FIN-BALAYAGE
000307     ELSE
000308         MOVE 'N' TO WS-FIN-BALAYAGE
000309     END-IF.
000310     PERFORM UNTIL WS-FIN-BALAYAGE = 'Y'
000311         MOVE 'S' TO WS-REG-ACTION
000312         MOVE SPACE TO WS-REG-RESULT
000313         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000314             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000315             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000316             ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000317         END-CALL
000318         IF WS-REG-RESULT = 'T'
000319             MOVE WS-REG-GENERATION TO WS-DEPART
000320             IF WS-DEPART(1:6) = WS-MOIS
000321                 PERFORM tally-envoi
000322             END-IF
000323         ELSE
000324             MOVE 'Y' TO WS-FIN-BALAYAGE
000325         END-IF
000326     END-PERFORM.
000327
000328 tally-envoi.
000329     PERFORM find-generation.
000330* Depart du delai : dernier renvoi s'il y en a eu un, sinon
000331* l'envoi d'origine.
000332     IF WS-REG-INFO(33:8) IS NUMERIC
000333             AND WS-REG-INFO(33:8) NOT = "00000000"
000334         MOVE WS-REG-INFO(33:8) TO WS-DEPART
000335     ELSE
000336         MOVE WS-REG-DATE TO WS-DEPART
000337     END-IF.
000338     MOVE 'N' TO WS-REPONDU.
000339     EVALUATE WS-REG-ACK
000340         WHEN 'A'
000341             MOVE 'Y' TO WS-REPONDU
000342             MOVE 'A' TO WS-REG-ACK
000343         WHEN 'R'
000344         WHEN 'D'
000345         WHEN 'X'
000346             MOVE 'Y' TO WS-REPONDU
000347             MOVE 'R' TO WS-REG-ACK
000348             PERFORM tally-motif
000349         WHEN OTHER
000350             MOVE 'N' TO WS-REG-ACK
000351     END-EVALUATE.
000352     IF WS-REPONDU = 'Y'
000353         IF WS-REG-ACK-DATE = 0
000354             MOVE 0 TO WS-DELAI
000355         ELSE
000356             COMPUTE WS-DELAI =
000357                 FUNCTION INTEGER-OF-DATE(WS-REG-ACK-DATE)
000358                 - FUNCTION INTEGER-OF-DATE(WS-DEPART)
000359         END-IF
000360         IF WS-DELAI < 0
000361             MOVE 0 TO WS-DELAI
000362         END-IF
000363     ELSE
000364         COMPUTE WS-AGE =
000365             FUNCTION INTEGER-OF-DATE(WS-TODAY)
000366             - FUNCTION INTEGER-OF-DATE(WS-DEPART)
000367     END-IF.
000368     IF WS-GEN-CUR > 0
000369         MOVE WS-GEN-CUR TO WS-GEN-IDX
000370         PERFORM tally-gen-entry
000371     END-IF.
000372     MOVE WS-MOIS-IDX TO WS-GEN-IDX.
000373     PERFORM tally-gen-entry.
000374
000375 tally-gen-entry.
000376     ADD 1 TO WS-GEN-ENVOYES(WS-GEN-IDX).
000377     IF WS-REG-ACK = 'A'
000378         ADD 1 TO WS-GEN-ACQUITTES(WS-GEN-IDX)
000379     END-IF.
000380     IF WS-REG-ACK = 'R'
000381         ADD 1 TO WS-GEN-REJETES(WS-GEN-IDX)
000382     END-IF.
000383     IF WS-REPONDU = 'Y'
000384         ADD 1 TO WS-GEN-REPONDUS(WS-GEN-IDX)
000385         ADD 1 TO WS-GEN-ECHUS(WS-GEN-IDX)
000386         IF WS-DELAI <= WS-SLA-JOURS
000387             ADD 1 TO WS-GEN-DANS-SLA(WS-GEN-IDX)
000388         END-IF
000389         ADD WS-DELAI TO WS-GEN-SOMME(WS-GEN-IDX)
000390         IF WS-DELAI < WS-GEN-MIN(WS-GEN-IDX)
000391             MOVE WS-DELAI TO WS-GEN-MIN(WS-GEN-IDX)
000392         END-IF
000393         IF WS-DELAI > WS-GEN-MAX(WS-GEN-IDX)
000394             MOVE WS-DELAI TO WS-GEN-MAX(WS-GEN-IDX)
000395         END-IF
000396         IF WS-DELAI > 98
000397             MOVE 100 TO WS-HIST-IDX
000398         ELSE
000399             COMPUTE WS-HIST-IDX = WS-DELAI + 1
000400         END-IF
000401         ADD 1 TO WS-GEN-HISTO(WS-GEN-IDX, WS-HIST-IDX)
000402     ELSE
000403         ADD 1 TO WS-GEN-OUVERTS(WS-GEN-IDX)
000404         IF WS-AGE > WS-SLA-JOURS
000405             ADD 1 TO WS-GEN-ECHUS(WS-GEN-IDX)
000406         END-IF
000407     END-IF.
000408
000409 find-generation.
000410* Entree de la generation de l'envoi, creee au premier code ;
000411* au-dela de 31 generations le code ne compte que dans le mois.
000412     MOVE 0 TO WS-GEN-CUR.
000413     PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
000414             UNTIL WS-GEN-IDX > WS-GEN-COUNT OR WS-GEN-CUR > 0
000415         IF WS-GEN-DATE(WS-GEN-IDX) = WS-REG-GENERATION
000416             MOVE WS-GEN-IDX TO WS-GEN-CUR
000417         END-IF
000418     END-PERFORM.
000419     IF WS-GEN-CUR = 0
000420         IF WS-GEN-COUNT < 31
000421             ADD 1 TO WS-GEN-COUNT
000422             MOVE WS-GEN-COUNT TO WS-GEN-CUR
000423             MOVE WS-REG-GENERATION TO WS-GEN-DATE(WS-GEN-CUR)
000424         ELSE
000425             IF WS-GEN-FULL = 'N'
000426                 MOVE 'Y' TO WS-GEN-FULL
000427                 DISPLAY "ATTENTION : plus de 31 generations "
000428                     "dans le mois, les suivantes ne comptent "
000429                     "que dans le total" END-DISPLAY
000430                 MOVE 'W' TO WS-JRN-SEV
000431                 MOVE "plus de 31 generations dans le mois"
000432                     TO WS-JRN-MSG
000433                 PERFORM write-journal
000434                 IF WS-JOB-RC < 4
000435                     MOVE 4 TO WS-JOB-RC
000436                 END-IF
000437             END-IF
000438         END-IF
000439     END-IF.
000440
000441 tally-motif.
000442     MOVE 'N' TO WS-MOT-TROUVE.
000443     PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
000444             UNTIL WS-MOT-IDX > WS-MOT-COUNT
000445             OR WS-MOT-TROUVE = 'Y'
000446         IF WS-MOT-TEXTE(WS-MOT-IDX) = WS-REG-INFO(1:30)
000447             MOVE 'Y' TO WS-MOT-TROUVE
000448             ADD 1 TO WS-MOT-NB(WS-MOT-IDX)
000449         END-IF
000450     END-PERFORM.
000451     IF WS-MOT-TROUVE = 'N'
000452         IF WS-MOT-COUNT < 100
000453             ADD 1 TO WS-MOT-COUNT
000454             MOVE WS-REG-INFO(1:30) TO WS-MOT-TEXTE(WS-MOT-COUNT)
000455             MOVE 1 TO WS-MOT-NB(WS-MOT-COUNT)
000456             MOVE 'N' TO WS-MOT-EDITE(WS-MOT-COUNT)
000457         ELSE
000458             ADD 1 TO NB-MOT-AUTRES
000459         END-IF
000460     END-IF.
000461
000462 compute-stats.
000463* Statistiques d'une entree WS-GEN-IDX : moyen, 90e centile
000464* (plus petit delai couvrant 90 % des codes repondus) et part
000465* dans le delai sur les codes au delai echu.
000466     MOVE 0 TO WS-MOYEN.
000467     MOVE 0 TO WS-P90.
000468     MOVE 0 TO WS-PCT.
000469     MOVE 0 TO WS-MIN-ED.
000470     IF WS-GEN-REPONDUS(WS-GEN-IDX) > 0
000471         MOVE WS-GEN-MIN(WS-GEN-IDX) TO WS-MIN-ED
000472         COMPUTE WS-MOYEN ROUNDED =
000473             WS-GEN-SOMME(WS-GEN-IDX)
000474             / WS-GEN-REPONDUS(WS-GEN-IDX)
000475         COMPUTE WS-P90-CIBLE =
000476             (WS-GEN-REPONDUS(WS-GEN-IDX) * 9 + 9) / 10
000477         MOVE 0 TO WS-P90-CUMUL
000478         PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
000479                 UNTIL WS-HIST-IDX > 100
000480                 OR WS-P90-CUMUL >= WS-P90-CIBLE
000481             ADD WS-GEN-HISTO(WS-GEN-IDX, WS-HIST-IDX)
000482                 TO WS-P90-CUMUL
000483         END-PERFORM
000484         COMPUTE WS-P90 = WS-HIST-IDX - 2
000485* La derniere case regroupe 99 jours et plus : le maximum exact
000486* borne alors le centile.
000487         IF WS-P90 > WS-GEN-MAX(WS-GEN-IDX)
000488             MOVE WS-GEN-MAX(WS-GEN-IDX) TO WS-P90
000489         END-IF
000490     END-IF.
000491     IF WS-GEN-ECHUS(WS-GEN-IDX) > 0
000492         COMPUTE WS-PCT ROUNDED =
000493             WS-GEN-DANS-SLA(WS-GEN-IDX) * 100
000494             / WS-GEN-ECHUS(WS-GEN-IDX)
000495     END-IF.
000496     MOVE WS-MOYEN TO WS-MOYEN-ED.
000497     MOVE WS-PCT TO WS-PCT-ED.
000498
000499 write-sla-report.
000500     OPEN OUTPUT SLA-REPORT.
000501     IF WS-RPT-STATUS NOT = "00"
000502         DISPLAY "ERREUR : creation de "
000503             FUNCTION TRIM(WS-RPT-NAME) " impossible (status "
000504             WS-RPT-STATUS ")" END-DISPLAY
000505         MOVE 'E' TO WS-JRN-SEV
000506         MOVE SPACES TO WS-JRN-MSG
000507         STRING "creation de " FUNCTION TRIM(WS-RPT-NAME)
000508             " impossible (status " WS-RPT-STATUS ")"
000509             INTO WS-JRN-MSG
000510         END-STRING
000511         PERFORM write-journal
000512         MOVE 12 TO RETURN-CODE
000513         STOP RUN
000514     END-IF.
000515     MOVE SPACES TO RPT-LINE.
000516     STRING "Niveau de service du provisioning - mois " WS-MOIS
000517         " - delai contractuel " WS-SLA-JOURS
000518         " jour(s) - edite le " WS-TODAY
000519         INTO RPT-LINE
000520     END-STRING.
000521     WRITE RPT-LINE END-WRITE.
000522     MOVE SPACES TO RPT-LINE.
000523     WRITE RPT-LINE END-WRITE.
000524     MOVE "Par generation d'extrait :" TO RPT-LINE.
000525     WRITE RPT-LINE END-WRITE.
000526* Generations editees dans l'ordre des dates : la plus ancienne
000527* non encore editee a chaque tour.
000528     PERFORM WS-GEN-COUNT TIMES
000529         MOVE 0 TO WS-GEN-CUR
000530         PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
000531                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
000532             IF WS-GEN-EDITE(WS-GEN-IDX) = 'N'
000533                 IF WS-GEN-CUR = 0
000534                     MOVE WS-GEN-IDX TO WS-GEN-CUR
000535                 ELSE
000536                     IF WS-GEN-DATE(WS-GEN-IDX)
000537                             < WS-GEN-DATE(WS-GEN-CUR)
000538                         MOVE WS-GEN-IDX TO WS-GEN-CUR
000539                     END-IF
000540                 END-IF
000541             END-IF
000542         END-PERFORM
000543         MOVE 'Y' TO WS-GEN-EDITE(WS-GEN-CUR)
000544         MOVE WS-GEN-CUR TO WS-GEN-IDX
000545         MOVE SPACES TO WS-RPT-TITRE
000546         STRING "  Generation " WS-GEN-DATE(WS-GEN-IDX)
000547             INTO WS-RPT-TITRE
000548         END-STRING
000549         PERFORM write-gen-lines
000550     END-PERFORM.
000551     IF WS-GEN-FULL = 'Y'
000552         MOVE "  (generations au-dela de 31 au seul total)"
000553             TO RPT-LINE
000554         WRITE RPT-LINE END-WRITE
000555     END-IF.
000556     MOVE SPACES TO RPT-LINE.
000557     WRITE RPT-LINE END-WRITE.
000558     MOVE WS-MOIS-IDX TO WS-GEN-IDX.
000559     MOVE SPACES TO WS-RPT-TITRE.
000560     STRING "Total du mois " WS-MOIS
000561         INTO WS-RPT-TITRE
000562     END-STRING.
000563     PERFORM write-gen-lines.
000564     MOVE SPACES TO RPT-LINE.
000565     WRITE RPT-LINE END-WRITE.
000566     MOVE "Motifs de rejet par nombre decroissant :" TO RPT-LINE.
000567     WRITE RPT-LINE END-WRITE.
000568     IF WS-MOT-COUNT = 0
000569         MOVE "  aucun rejet" TO RPT-LINE
000570         WRITE RPT-LINE END-WRITE
000571     END-IF.
000572     MOVE 0 TO WS-MOT-RANG.
000573     PERFORM WS-MOT-COUNT TIMES
000574         PERFORM find-best-motif
000575         MOVE 'Y' TO WS-MOT-EDITE(WS-MOT-BEST)
000576         ADD 1 TO WS-MOT-RANG
000577         MOVE SPACES TO RPT-LINE
000578         STRING "  " WS-MOT-RANG ". " WS-MOT-NB(WS-MOT-BEST)
000579             " - " WS-MOT-TEXTE(WS-MOT-BEST)
000580             INTO RPT-LINE
000581         END-STRING
000582         IF WS-MOT-TEXTE(WS-MOT-BEST) = SPACES
000583             MOVE "(sans motif)" TO RPT-LINE(18:12)
000584         END-IF
000585         WRITE RPT-LINE END-WRITE
000586     END-PERFORM.
000587     IF NB-MOT-AUTRES > 0
000588         MOVE SPACES TO RPT-LINE
000589         STRING "  autres motifs : " NB-MOT-AUTRES
000590             INTO RPT-LINE
000591         END-STRING
000592         WRITE RPT-LINE END-WRITE
000593     END-IF.
000594     CLOSE SLA-REPORT.
000595
000596 write-gen-lines.
000597* Deux lignes par entree : volumes, puis delais. Le titre est
000598* prepare par l'appelant dans WS-RPT-TITRE.
000599     PERFORM compute-stats.
000600     MOVE SPACES TO RPT-LINE.
000601     STRING WS-RPT-TITRE
000602         " : envoyes " WS-GEN-ENVOYES(WS-GEN-IDX)
000603         " - acquittes " WS-GEN-ACQUITTES(WS-GEN-IDX)
000604         " - rejetes " WS-GEN-REJETES(WS-GEN-IDX)
000605         " - ouverts " WS-GEN-OUVERTS(WS-GEN-IDX)
000606         INTO RPT-LINE
000607     END-STRING.
000608     WRITE RPT-LINE END-WRITE.
000609     MOVE SPACES TO RPT-LINE.
000610     IF WS-GEN-REPONDUS(WS-GEN-IDX) = 0
000611         MOVE "      delai : aucune reponse" TO RPT-LINE
000612     ELSE
000613         STRING "      delai (jours) : min " WS-MIN-ED
000614             " - moyen " WS-MOYEN-ED
000615             " - p90 " WS-P90
000616             " - max " WS-GEN-MAX(WS-GEN-IDX)
000617             " - dans le delai " WS-PCT-ED " % ("
000618             WS-GEN-DANS-SLA(WS-GEN-IDX) " sur "
000619             WS-GEN-ECHUS(WS-GEN-IDX) ")"
000620             INTO RPT-LINE
000621         END-STRING
000622     END-IF.
000623     WRITE RPT-LINE END-WRITE.
000624
000625 find-best-motif.
000626     MOVE 0 TO WS-MOT-BEST.
000627     PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
000628             UNTIL WS-MOT-IDX > WS-MOT-COUNT
000629         IF WS-MOT-EDITE(WS-MOT-IDX) = 'N'
000630             IF WS-MOT-BEST = 0
000631                 MOVE WS-MOT-IDX TO WS-MOT-BEST
000632             ELSE
000633                 IF WS-MOT-NB(WS-MOT-IDX) > WS-MOT-NB(WS-MOT-BEST)
000634                     MOVE WS-MOT-IDX TO WS-MOT-BEST
000635                 END-IF
000636             END-IF
000637         END-IF
000638     END-PERFORM.
000639
000640 write-sla-summary.
000641* Resume au format de job-summary.txt : une ligne par
000642* information, libelle sur 24 colonnes, toujours dans le meme
000643* ordre. Les lignes GENERATION et MOTIF-REJET portent des
000644* valeurs a colonnes fixes separees d'un blanc.
000645     OPEN OUTPUT SUMMARY-FILE.
000646     IF WS-SUMM-STATUS NOT = "00"
000647         DISPLAY "ERREUR : creation de "
000648             FUNCTION TRIM(WS-SUMM-NAME) " impossible (status "
000649             WS-SUMM-STATUS ")" END-DISPLAY
000650         MOVE 'E' TO WS-JRN-SEV
000651         MOVE SPACES TO WS-JRN-MSG
000652         STRING "creation de " FUNCTION TRIM(WS-SUMM-NAME)
000653             " impossible (status " WS-SUMM-STATUS ")"
000654             INTO WS-JRN-MSG
000655         END-STRING
000656         PERFORM write-journal
000657         MOVE 12 TO RETURN-CODE
000658         STOP RUN
000659     END-IF.
000660     MOVE "MOIS" TO WS-SUMM-TAG.
000661     MOVE WS-MOIS TO WS-SUMM-VALUE.
000662     PERFORM write-summary-line.
000663     MOVE "DATE-EXECUTION" TO WS-SUMM-TAG.
000664     MOVE WS-TODAY TO WS-SUMM-VALUE.
000665     PERFORM write-summary-line.
000666     MOVE "DELAI-CONTRACTUEL-JOURS" TO WS-SUMM-TAG.
000667     MOVE WS-SLA-JOURS TO WS-SUMM-VALUE.
000668     PERFORM write-summary-line.
000669     MOVE "GENERATIONS" TO WS-SUMM-TAG.
000670     MOVE WS-GEN-COUNT TO WS-SUMM-VALUE.
000671     PERFORM write-summary-line.
000672     MOVE WS-MOIS-IDX TO WS-GEN-IDX.
000673     PERFORM compute-stats.
000674     MOVE "ENVOYES" TO WS-SUMM-TAG.
000675     MOVE WS-GEN-ENVOYES(WS-GEN-IDX) TO WS-SUMM-VALUE.
000676     PERFORM write-summary-line.
000677     MOVE "ACQUITTES" TO WS-SUMM-TAG.
000678     MOVE WS-GEN-ACQUITTES(WS-GEN-IDX) TO WS-SUMM-VALUE.
000679     PERFORM write-summary-line.
000680     MOVE "REJETES" TO WS-SUMM-TAG.
000681     MOVE WS-GEN-REJETES(WS-GEN-IDX) TO WS-SUMM-VALUE.
000682     PERFORM write-summary-line.
000683     MOVE "OUVERTS" TO WS-SUMM-TAG.
000684     MOVE WS-GEN-OUVERTS(WS-GEN-IDX) TO WS-SUMM-VALUE.
000685     PERFORM write-summary-line.
000686     MOVE "DELAI-MIN" TO WS-SUMM-TAG.
000687     MOVE WS-MIN-ED TO WS-SUMM-VALUE.
000688     PERFORM write-summary-line.
000689     MOVE "DELAI-MOYEN" TO WS-SUMM-TAG.
000690     MOVE WS-MOYEN-ED TO WS-SUMM-VALUE.
000691     PERFORM write-summary-line.
000692     MOVE "DELAI-P90" TO WS-SUMM-TAG.
000693     MOVE WS-P90 TO WS-SUMM-VALUE.
000694     PERFORM write-summary-line.
000695     MOVE "DELAI-MAX" TO WS-SUMM-TAG.
000696     MOVE WS-GEN-MAX(WS-GEN-IDX) TO WS-SUMM-VALUE.
000697     PERFORM write-summary-line.
000698     MOVE "PCT-DANS-DELAI" TO WS-SUMM-TAG.
000699     MOVE WS-PCT-ED TO WS-SUMM-VALUE.
000700     PERFORM write-summary-line.
000701* Une ligne GENERATION par generation, dans l'ordre des dates :
000702* date, envoyes, acquittes, rejetes, ouverts, min, moyen, p90,
000703* max, part dans le delai.
000704     PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
000705             UNTIL WS-GEN-IDX > WS-GEN-COUNT
000706         MOVE 'N' TO WS-GEN-EDITE(WS-GEN-IDX)
000707     END-PERFORM.
000708     PERFORM WS-GEN-COUNT TIMES
000709         MOVE 0 TO WS-GEN-CUR
000710         PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
000711                 UNTIL WS-GEN-IDX > WS-GEN-COUNT
000712             IF WS-GEN-EDITE(WS-GEN-IDX) = 'N'
000713                 IF WS-GEN-CUR = 0
000714                     MOVE WS-GEN-IDX TO WS-GEN-CUR
000715                 ELSE
000716                     IF WS-GEN-DATE(WS-GEN-IDX)
000717                             < WS-GEN-DATE(WS-GEN-CUR)
000718                         MOVE WS-GEN-IDX TO WS-GEN-CUR
000719                     END-IF
000720                 END-IF
000721             END-IF
000722         END-PERFORM
000723         MOVE 'Y' TO WS-GEN-EDITE(WS-GEN-CUR)
000724         MOVE WS-GEN-CUR TO WS-GEN-IDX
000725         PERFORM compute-stats
000726         MOVE "GENERATION" TO WS-SUMM-TAG
000727         MOVE SPACES TO WS-SUMM-VALUE
000728         STRING WS-GEN-DATE(WS-GEN-IDX)
000729             " " WS-GEN-ENVOYES(WS-GEN-IDX)
000730             " " WS-GEN-ACQUITTES(WS-GEN-IDX)
000731             " " WS-GEN-REJETES(WS-GEN-IDX)
000732             " " WS-GEN-OUVERTS(WS-GEN-IDX)
000733             INTO WS-SUMM-VALUE
000734         END-STRING
000735         PERFORM write-summary-line
000736         MOVE "GENERATION-DELAIS" TO WS-SUMM-TAG
000737         MOVE SPACES TO WS-SUMM-VALUE
000738         STRING WS-GEN-DATE(WS-GEN-IDX)
000739             " " WS-MIN-ED " " WS-MOYEN-ED " " WS-P90
000740             " " WS-GEN-MAX(WS-GEN-IDX) " " WS-PCT-ED
000741             INTO WS-SUMM-VALUE
000742         END-STRING
000743         PERFORM write-summary-line
000744     END-PERFORM.
000745     PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
000746             UNTIL WS-MOT-IDX > WS-MOT-COUNT
000747         MOVE 'N' TO WS-MOT-EDITE(WS-MOT-IDX)
000748     END-PERFORM.
000749     PERFORM WS-MOT-COUNT TIMES
000750         PERFORM find-best-motif
000751         MOVE 'Y' TO WS-MOT-EDITE(WS-MOT-BEST)
000752         MOVE "MOTIF-REJET" TO WS-SUMM-TAG
000753         MOVE SPACES TO WS-SUMM-VALUE
000754         STRING WS-MOT-NB(WS-MOT-BEST) " "
000755             WS-MOT-TEXTE(WS-MOT-BEST)
000756             INTO WS-SUMM-VALUE
000757         END-STRING
000758         PERFORM write-summary-line
000759     END-PERFORM.
000760     IF NB-MOT-AUTRES > 0
000761         MOVE "MOTIF-REJET-AUTRES" TO WS-SUMM-TAG
000762         MOVE NB-MOT-AUTRES TO WS-SUMM-VALUE
000763         PERFORM write-summary-line
000764     END-IF.
000765     MOVE "CODE-RETOUR" TO WS-SUMM-TAG.
000766     MOVE WS-JOB-RC TO WS-SUMM-VALUE.
000767     PERFORM write-summary-line.
000768     CLOSE SUMMARY-FILE.
000769
000770 write-summary-line.
000771     MOVE SPACES TO SUMMARY-LINE.
000772     STRING WS-SUMM-TAG WS-SUMM-VALUE INTO SUMMARY-LINE
000773     END-STRING.
000774     WRITE SUMMARY-LINE END-WRITE.
000775
000776 write-journal.
000777     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000778         ON EXCEPTION CONTINUE
000779     END-CALL.
