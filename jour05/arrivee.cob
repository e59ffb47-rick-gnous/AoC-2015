000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. controle-arrivees.
000003
000004* Controle d'arrivee des generations d'entree, a lancer par
000005* chaine-nuit avant jour-cinq : un fichier fournisseur absent,
000006* en retard, vide ou renvoye a l'identique n'etait vu qu'au
000007* scoring, et une generation renvoyee passait le controle
000008* HDR/TRL puis etait comptee deux fois dans les statistiques.
000009* Les fichiers de la liste INPUT de jour5.parms (mode
000010* resoumission : rien a controler) sont confrontes au manifeste
000011* des sources attendues, sources-attendues.dat : une ligne par
000012* identifiant de source HDR, en colonnes fixes comme la table
000013* des motifs de renvoi-rejets :
000014*   1-6    identifiant de source HDR
000015*   8-14   volume quotidien minimal (enregistrements de donnees)
000016*   16-22  volume quotidien maximal (0 = sans maximum)
000017*   24-27  heure limite d'arrivee HHMM
000018*   29     F pour une source facultative
000019* * en colonne 1 pour un commentaire. Chaque fichier est lu en
000020* entier : en-tete HDR (date de generation + source), fin TRL
000021* (compte annonce), compte et somme de controle des
000022* enregistrements de donnees (rang de chaque caractere dans le
000023* jeu de caracteres multiplie par sa position dans la ligne,
000024* cumule modulo 1 000 000 000). Sont refuses (RC 8) : fichier
000025* vide, generation d'une autre date que le jour du controle
000026* (JOUR5_ARRIVEE_DATE=AAAAMMJJ pour une reprise apres minuit),
000027* compte TRL different du compte lu, meme source dans deux
000028* fichiers, generation deja admise un jour precedent au registre
000029* des generations (generations.dat via generations-io, cle source
000030* + date de generation + compte + somme de controle), et source
000031* obligatoire absente apres son heure limite. Sont signales (RC
000032* 4) : fichier de la liste introuvable, fichier sans en-tete ou
000033* sans fin de controle, source hors manifeste, volume hors de la
000034* fourchette, source obligatoire pas encore arrivee avant son
000035* heure limite, source facultative absente apres la sienne,
000036* registre indisponible. Sans refus, les generations controlees
000037* sont admises au registre (pas en mode simulation), les
000038* fichiers sans en-tete sous la source INCONN comme dans
000039* sources.dat ; relancer le controle le meme jour ne les refuse
000040* donc pas. Le detail part dans arrivees.txt. Code retour : 0
000041* conforme, 4 avertissement, 8 refus, 12 erreur (manifeste ou
000042* jour5.parms illisible, rapport inecrivable).
000043
000044 ENVIRONMENT DIVISION.
000045    INPUT-OUTPUT SECTION.
000046    FILE-CONTROL.
000047         SELECT PARM-FILE ASSIGN TO "jour5.parms"
000048         ORGANIZATION LINE SEQUENTIAL
000049         FILE STATUS IS WS-PARM-STATUS.
000050         SELECT MANIF-FILE ASSIGN TO "sources-attendues.dat"
000051         ORGANIZATION LINE SEQUENTIAL
000052         FILE STATUS IS WS-MANIF-STATUS.
000053         SELECT FILE1 ASSIGN TO DYNAMIC WS-INPUT-FILE
000054         ORGANIZATION LINE SEQUENTIAL
000055         FILE STATUS IS WS-FILE1-STATUS.
000056         SELECT ARRIVEE-REPORT ASSIGN TO "arrivees.txt"
000057         ORGANIZATION LINE SEQUENTIAL
000058         FILE STATUS IS WS-RPT-STATUS.
000059
000060 DATA DIVISION.
000061   FILE SECTION.
000062   FD PARM-FILE.
000063     01 PARM-LINE PIC X(540).
000064
000065   FD MANIF-FILE.
000066     01 MANIF-LINE PIC X(80).
000067
000068   FD FILE1.
000069     01 IN-LINE PIC X(80).
000070
000071   FD ARRIVEE-REPORT.
000072     01 RPT-LINE PIC X(132).
000073
000074   WORKING-STORAGE SECTION.
000075     77 WS-PARM-STATUS PIC XX.
000076     77 WS-MANIF-STATUS PIC XX.
000077     77 WS-FILE1-STATUS PIC XX.
000078     77 WS-RPT-STATUS PIC XX.
000079     77 WS-TODAY PIC 9(8) VALUE 0.
000080     77 WS-HEURE PIC 9(8) VALUE 0.
000081     77 WS-HHMM PIC 9(4) VALUE 0.
000082     77 WS-DATE-PARM PIC X(10).
000083     77 WS-DATE-CHK PIC 9(8).
000084* Liste INPUT et mode du passage, lus dans jour5.parms comme
000085* jour-cinq les lit (fichiers separes par des virgules, "input"
000086* par defaut).
000087     77 WS-PARM-KEY PIC X(20).
000088     77 WS-PARM-VALUE PIC X(520).
000089     77 WS-PARM-WORK PIC X(540).
000090     77 WS-MODE-PARM PIC X(12) VALUE "NORMAL".
000091     77 WS-INPUT-LIST PIC X(540) VALUE SPACES.
000092     01 WS-INPUT-TABLE.
000093       05 WS-INPUT-ENTRY PIC X(100) OCCURS 10 TIMES.
000094     77 WS-INPUT-COUNT PIC 99 VALUE 0.
000095     77 WS-INPUT-COMMAS PIC 999 VALUE 0.
000096     77 WS-INPUT-FILE PIC X(100).
000097* Manifeste des sources attendues.
000098     01 WS-MAN-TABLE.
000099       05 WS-MAN-ENTRY OCCURS 50 TIMES.
000100         10 WS-MAN-SOURCE PIC X(6).
000101         10 WS-MAN-MIN PIC 9(7).
000102         10 WS-MAN-MAX PIC 9(7).
000103         10 WS-MAN-LIMITE PIC 9(4).
000104         10 WS-MAN-FACULT PIC X.
000105         10 WS-MAN-VU PIC 99.
000106     77 WS-MAN-COUNT PIC 99 VALUE 0.
000107     77 WS-MAN-IDX PIC 99.
000108     77 WS-MAN-FOUND PIC 99.
000109     77 WS-MAN-CHK PIC S9(4).
000110     77 WS-MAN-ERRS PIC 99 VALUE 0.
000111* Resultat du controle de chaque fichier de la liste.
000112     01 WS-ARV-TABLE.
000113       05 WS-ARV-ENTRY OCCURS 10 TIMES.
000114         10 WS-ARV-OUVERT PIC X.
000115         10 WS-ARV-HDR PIC X.
000116         10 WS-ARV-TRL PIC X.
000117         10 WS-ARV-SOURCE PIC X(6).
000118         10 WS-ARV-GEN-X PIC X(8).
000119         10 WS-ARV-GEN PIC 9(8).
000120         10 WS-ARV-ANNONCE PIC 9(6).
000121         10 WS-ARV-LUS PIC 9(6).
000122         10 WS-ARV-CHECKSUM PIC 9(9).
000123         10 WS-ARV-SEV PIC 9.
000124     77 WS-ARV-IDX PIC 99.
000125     77 WS-ARV-AUTRE PIC 99.
000126     77 WS-CTL-COUNT-X PIC X(6).
000127     77 WS-CHK-POS PIC 99.
000128     77 WS-CHK-LEN PIC 99.
000129* Registre des generations admises (generations-io).
000130     77 WS-GEN-ACTION PIC X.
000131     77 WS-GEN-SOURCE PIC X(6).
000132     77 WS-GEN-DATE PIC 9(8).
000133     77 WS-GEN-NB PIC 9(6).
000134     77 WS-GEN-CHECKSUM PIC 9(9).
000135     77 WS-GEN-ADMIS PIC 9(8).
000136     77 WS-GEN-FICHIER PIC X(40).
000137     77 WS-GEN-RESULT PIC X.
000138     77 WS-GEN-OK PIC X VALUE 'N'.
000139* Constats et bilan : 0 conforme, 1 avertissement, 2 refus.
000140     77 WS-CONSTAT-SEV PIC 9.
000141     77 WS-CONSTAT PIC X(100).
000142     77 WS-CONSTAT-OBJET PIC X(100).
000143     77 WS-ETAT PIC 9 VALUE 0.
000144     77 NB-AVERTISSEMENTS PIC 999 VALUE 0.
000145     77 NB-REFUS PIC 999 VALUE 0.
000146     77 NB-ADMISES PIC 99 VALUE 0.
000147     77 WS-JOB-RC PIC 99 VALUE 0.
000148
000149* Journal operateur commun (journal.txt, via journal-op) : les
000150* messages d'exploitation de la console sont aussi consignes
000151* horodates dans un fichier unique pour toute la suite, que la
000152* supervision greppe apres incident. Module absent ou journal
000153* inecrivable : la console reste seule, sans faire echouer le
000154* passage.
000155     77 WS-JRN-PROG PIC X(20) VALUE "controle-arrivees".
000156     77 WS-JRN-SEV PIC X.
000157     77 WS-JRN-MSG PIC X(80).
000158
000159 PROCEDURE DIVISION.
000160 main.
000161     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000162     ACCEPT WS-HEURE FROM TIME.
000163     MOVE WS-HEURE(1:4) TO WS-HHMM.
000164     ACCEPT WS-DATE-PARM FROM ENVIRONMENT "JOUR5_ARRIVEE_DATE".
000165     IF WS-DATE-PARM NOT = SPACES
000166         IF WS-DATE-PARM(1:8) IS NUMERIC
000167                 AND WS-DATE-PARM(9:2) = SPACES
000168             MOVE WS-DATE-PARM(1:8) TO WS-DATE-CHK
000169         ELSE
000170             MOVE 0 TO WS-DATE-CHK
000171         END-IF
000172         IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHK) NOT = 0
000173             DISPLAY "ERREUR : JOUR5_ARRIVEE_DATE invalide ("
000174                 FUNCTION TRIM(WS-DATE-PARM) ")" END-DISPLAY
000175             MOVE 'E' TO WS-JRN-SEV
000176             MOVE SPACES TO WS-JRN-MSG
000177             STRING "JOUR5_ARRIVEE_DATE invalide ("
000178                 FUNCTION TRIM(WS-DATE-PARM)
000179                 ")"
000180                 INTO WS-JRN-MSG
000181             END-STRING
000182             PERFORM write-journal
000183             MOVE 12 TO RETURN-CODE
000184             STOP RUN
000185         END-IF
000186* Date de controle imposee : l'heure limite n'a plus de sens
000187* (reprise apres minuit), les absences sont jugees en retard.
000188         MOVE WS-DATE-CHK TO WS-TODAY
000189         MOVE 2400 TO WS-HHMM
000190     END-IF.
000191     MOVE 'I' TO WS-JRN-SEV.
000192     MOVE "debut du controle d'arrivee" TO WS-JRN-MSG.
000193     PERFORM write-journal.
000194     PERFORM read-run-parms.
000195     PERFORM load-manifest.
000196     OPEN OUTPUT ARRIVEE-REPORT.
000197     IF WS-RPT-STATUS NOT = "00"
000198         DISPLAY "ERREUR : creation de arrivees.txt impossible "
000199             "(status " WS-RPT-STATUS ")" END-DISPLAY
000200         MOVE 'E' TO WS-JRN-SEV
000201         MOVE SPACES TO WS-JRN-MSG
000202         STRING "creation de arrivees.txt impossible (status "
000203             WS-RPT-STATUS
000204             ")"
000205             INTO WS-JRN-MSG
000206         END-STRING
000207         PERFORM write-journal
000208         MOVE 12 TO RETURN-CODE
000209         STOP RUN
000210     END-IF.
000211     MOVE SPACES TO RPT-LINE.
000212     STRING "Controle d'arrivee des generations - " WS-TODAY
000213         " a " WS-HEURE(1:4) " - mode "
000214         FUNCTION TRIM(WS-MODE-PARM)
000215         INTO RPT-LINE
000216     END-STRING.
000217     WRITE RPT-LINE END-WRITE.
000218     MOVE SPACES TO RPT-LINE.
000219     WRITE RPT-LINE END-WRITE.
000220     IF WS-MODE-PARM = "RESOUMISSION"
000221         MOVE "Mode resoumission : aucune generation a controler."
000222             TO RPT-LINE
000223         WRITE RPT-LINE END-WRITE
000224     ELSE
000225         PERFORM open-generations
000226         PERFORM VARYING WS-ARV-IDX FROM 1 BY 1
000227                 UNTIL WS-ARV-IDX > WS-INPUT-COUNT
000228             PERFORM check-input-file
000229         END-PERFORM
000230         PERFORM check-expected-sources
000231         IF WS-ETAT < 2 AND WS-GEN-OK = 'Y'
000232                 AND WS-MODE-PARM NOT = "SIMULATION"
000233             PERFORM VARYING WS-ARV-IDX FROM 1 BY 1
000234                     UNTIL WS-ARV-IDX > WS-INPUT-COUNT
000235                 PERFORM admit-generation
000236             END-PERFORM
000237         END-IF
000238         IF WS-GEN-OK = 'Y'
000239             MOVE 'F' TO WS-GEN-ACTION
000240             PERFORM call-generations
000241         END-IF
000242     END-IF.
000243     PERFORM write-conclusion.
000244     CLOSE ARRIVEE-REPORT.
000245     EVALUATE WS-ETAT
000246         WHEN 0
000247             MOVE 0 TO WS-JOB-RC
000248         WHEN 1
000249             MOVE 4 TO WS-JOB-RC
000250         WHEN OTHER
000251             MOVE 8 TO WS-JOB-RC
000252     END-EVALUATE.
000253     DISPLAY "Controle d'arrivee : " WS-INPUT-COUNT
000254         " fichier(s), " NB-REFUS " refus, " NB-AVERTISSEMENTS
000255         " avertissement(s), " NB-ADMISES
000256         " generation(s) admise(s)"
000257         END-DISPLAY.
000258     MOVE 'I' TO WS-JRN-SEV.
000259     IF WS-JOB-RC > 0
000260         MOVE 'W' TO WS-JRN-SEV
000261     END-IF.
000262     MOVE SPACES TO WS-JRN-MSG.
000263     STRING "fin du controle d'arrivee, " NB-REFUS " refus, "
000264         NB-AVERTISSEMENTS " avertissement(s), code retour "
000265         WS-JOB-RC
000266         INTO WS-JRN-MSG
000267     END-STRING.
000268     PERFORM write-journal.
000269     MOVE WS-JOB-RC TO RETURN-CODE.
000270     STOP RUN.
000271
000272 read-run-parms.
000273* Seuls INPUT et MODE interessent le controle ; les autres mots
000274* cles sont valides par jour-cinq lui-meme. jour5.parms absent :
000275* valeurs par defaut, comme jour-cinq.
000276     OPEN INPUT PARM-FILE.
000277     IF WS-PARM-STATUS = "00"
000278         PERFORM UNTIL WS-PARM-STATUS NOT = "00"
000279             READ PARM-FILE
000280             IF WS-PARM-STATUS = "00"
000281                 IF PARM-LINE NOT = SPACES
000282                         AND PARM-LINE(1:1) NOT = "*"
000283                     MOVE SPACES TO WS-PARM-KEY
000284                     MOVE SPACES TO WS-PARM-VALUE
000285                     MOVE FUNCTION TRIM(PARM-LINE LEADING)
000286                         TO WS-PARM-WORK
000287                     UNSTRING WS-PARM-WORK DELIMITED BY ALL " "
000288                         INTO WS-PARM-KEY WS-PARM-VALUE
000289                     END-UNSTRING
000290                     IF WS-PARM-KEY = "INPUT"
000291                         MOVE WS-PARM-VALUE TO WS-INPUT-LIST
000292                     END-IF
000293                     IF WS-PARM-KEY = "MODE"
000294                         MOVE WS-PARM-VALUE TO WS-MODE-PARM
000295                     END-IF
000296                 END-IF
000297             END-IF
000298         END-PERFORM
000299         CLOSE PARM-FILE
000300     END-IF.
000301     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "10"
000302             AND WS-PARM-STATUS NOT = "35"
000303         DISPLAY "ERREUR : lecture de jour5.parms impossible "
000304             "(status " WS-PARM-STATUS ")" END-DISPLAY
000305         MOVE 'E' TO WS-JRN-SEV
000306         MOVE SPACES TO WS-JRN-MSG
000307         STRING "lecture de jour5.parms impossible (status "
000308             WS-PARM-STATUS
000309             ")"
000310             INTO WS-JRN-MSG
000311         END-STRING
000312         PERFORM write-journal
000313         MOVE 12 TO RETURN-CODE
000314         STOP RUN
000315     END-IF.
000316     IF WS-INPUT-LIST = SPACES
000317         MOVE "input" TO WS-INPUT-LIST
000318     END-IF.
000319     UNSTRING WS-INPUT-LIST DELIMITED BY ","
000320         INTO WS-INPUT-ENTRY(1) WS-INPUT-ENTRY(2)
000321              WS-INPUT-ENTRY(3) WS-INPUT-ENTRY(4)
000322              WS-INPUT-ENTRY(5) WS-INPUT-ENTRY(6)
000323              WS-INPUT-ENTRY(7) WS-INPUT-ENTRY(8)
000324              WS-INPUT-ENTRY(9) WS-INPUT-ENTRY(10)
000325         TALLYING IN WS-INPUT-COUNT
000326     END-UNSTRING.
000327     MOVE 0 TO WS-INPUT-COMMAS.
000328     INSPECT WS-INPUT-LIST TALLYING WS-INPUT-COMMAS FOR ALL ",".
000329     IF WS-INPUT-COMMAS > 9
000330         DISPLAY "ATTENTION : plus de 10 fichiers dans INPUT, "
000331             "seuls les 10 premiers sont controles" END-DISPLAY
000332         MOVE 1 TO WS-ETAT
000333         ADD 1 TO NB-AVERTISSEMENTS
000334     END-IF.
000335
000336 load-manifest.
000337* Sans manifeste il n'y a rien a attendre : le controle s'arrete
000338* en erreur plutot que de laisser passer n'importe quelle
000339* generation.
000340     OPEN INPUT MANIF-FILE.
000341     IF WS-MANIF-STATUS NOT = "00"
000342         DISPLAY "ERREUR : sources-attendues.dat introuvable "
000343             "(status " WS-MANIF-STATUS "), controle abandonne"
000344             END-DISPLAY
000345         MOVE 'E' TO WS-JRN-SEV
000346         MOVE SPACES TO WS-JRN-MSG
000347         STRING "sources-attendues.dat introuvable (status "
000348             WS-MANIF-STATUS
000349             "), controle abandonne"
000350             INTO WS-JRN-MSG
000351         END-STRING
000352         PERFORM write-journal
000353         MOVE 12 TO RETURN-CODE
000354         STOP RUN
000355     END-IF.
000356     PERFORM UNTIL WS-MANIF-STATUS NOT = "00"
000357         READ MANIF-FILE
000358         IF WS-MANIF-STATUS = "00"
000359             IF MANIF-LINE NOT = SPACES
000360                     AND MANIF-LINE(1:1) NOT = "*"
000361                 PERFORM load-manifest-line
000362             END-IF
000363         END-IF
000364     END-PERFORM.
000365     CLOSE MANIF-FILE.
000366     IF WS-MAN-ERRS > 0
000367         DISPLAY "ERREUR : " WS-MAN-ERRS " ligne(s) illisible(s) "
000368             "dans sources-attendues.dat, controle abandonne"
000369             END-DISPLAY
000370         MOVE 'E' TO WS-JRN-SEV
000371         MOVE SPACES TO WS-JRN-MSG
000372         STRING WS-MAN-ERRS " ligne(s) illisible(s) dans "
000373             "sources-attendues.dat"
000374             INTO WS-JRN-MSG
000375         END-STRING
000376         PERFORM write-journal
000377         MOVE 12 TO RETURN-CODE
000378         STOP RUN
000379     END-IF.
000380
000381 load-manifest-line.
000382     IF MANIF-LINE(1:6) = SPACES OR WS-MAN-COUNT >= 50
000383         PERFORM reject-manifest-line
000384     ELSE
000385         ADD 1 TO WS-MAN-COUNT
000386         MOVE MANIF-LINE(1:6) TO WS-MAN-SOURCE(WS-MAN-COUNT)
000387         MOVE 0 TO WS-MAN-MIN(WS-MAN-COUNT)
000388         MOVE 0 TO WS-MAN-MAX(WS-MAN-COUNT)
000389         MOVE 0 TO WS-MAN-VU(WS-MAN-COUNT)
000390         MOVE 'N' TO WS-MAN-FACULT(WS-MAN-COUNT)
000391         IF MANIF-LINE(29:1) = 'F'
000392             MOVE 'Y' TO WS-MAN-FACULT(WS-MAN-COUNT)
000393         END-IF
000394         IF MANIF-LINE(8:7) NOT = SPACES
000395             COMPUTE WS-MAN-CHK =
000396                 FUNCTION TEST-NUMVAL(MANIF-LINE(8:7))
000397             IF WS-MAN-CHK = 0
000398                 COMPUTE WS-MAN-MIN(WS-MAN-COUNT) =
000399                     FUNCTION NUMVAL(MANIF-LINE(8:7))
000400             ELSE
000401                 PERFORM reject-manifest-line
000402             END-IF
000403         END-IF
000404         IF MANIF-LINE(16:7) NOT = SPACES
000405             COMPUTE WS-MAN-CHK =
000406                 FUNCTION TEST-NUMVAL(MANIF-LINE(16:7))
000407             IF WS-MAN-CHK = 0
000408                 COMPUTE WS-MAN-MAX(WS-MAN-COUNT) =
000409                     FUNCTION NUMVAL(MANIF-LINE(16:7))
000410             ELSE
000411                 PERFORM reject-manifest-line
000412             END-IF
000413         END-IF
000414* Heure limite absente : la source est attendue avant la fin
000415* de la journee.
000416         MOVE 2400 TO WS-MAN-LIMITE(WS-MAN-COUNT)
000417         IF MANIF-LINE(24:4) NOT = SPACES
000418             IF MANIF-LINE(24:4) IS NUMERIC
000419                     AND MANIF-LINE(24:2) <= "24"
000420                     AND MANIF-LINE(26:2) <= "59"
000421                 MOVE MANIF-LINE(24:4)
000422                     TO WS-MAN-LIMITE(WS-MAN-COUNT)
000423             ELSE
000424                 PERFORM reject-manifest-line
000425             END-IF
000426         END-IF
000427         IF WS-MAN-MAX(WS-MAN-COUNT) > 0
000428                 AND WS-MAN-MAX(WS-MAN-COUNT)
000429                     < WS-MAN-MIN(WS-MAN-COUNT)
000430             PERFORM reject-manifest-line
000431         END-IF
000432     END-IF.
000433
000434 reject-manifest-line.
000435     ADD 1 TO WS-MAN-ERRS.
000436     DISPLAY "ERREUR : ligne illisible dans sources-attendues.dat"
000437         " : " MANIF-LINE(1:40) END-DISPLAY.
000438
000439 open-generations.
000440* Registre indisponible : les generations sont controlees quand
000441* meme, mais un rejeu ne peut plus etre reconnu.
000442     MOVE 'O' TO WS-GEN-ACTION.
000443     IF WS-MODE-PARM = "SIMULATION"
000444         MOVE 'C' TO WS-GEN-ACTION
000445     END-IF.
000446     MOVE 'Y' TO WS-GEN-OK.
000447     PERFORM call-generations.
000448     IF WS-GEN-RESULT = 'E'
000449         MOVE 'N' TO WS-GEN-OK
000450     END-IF.
000451     IF WS-GEN-OK = 'N'
000452         MOVE 1 TO WS-CONSTAT-SEV
000453         MOVE SPACES TO WS-CONSTAT
000454         STRING "registre des generations indisponible, rejeux "
000455             "non controles"
000456             INTO WS-CONSTAT
000457         END-STRING
000458         MOVE "generations.dat" TO WS-CONSTAT-OBJET
000459         PERFORM write-constat
000460     END-IF.
000461
000462 call-generations.
000463     MOVE SPACE TO WS-GEN-RESULT.
000464     CALL "generations-io" USING WS-GEN-ACTION, WS-GEN-SOURCE,
000465         WS-GEN-DATE, WS-GEN-NB, WS-GEN-CHECKSUM, WS-GEN-ADMIS,
000466         WS-GEN-FICHIER, WS-GEN-RESULT
000467         ON EXCEPTION MOVE 'E' TO WS-GEN-RESULT
000468     END-CALL.
000469
000470 check-input-file.
000471     MOVE FUNCTION TRIM(WS-INPUT-ENTRY(WS-ARV-IDX))
000472         TO WS-INPUT-FILE.
000473     MOVE 'N' TO WS-ARV-OUVERT(WS-ARV-IDX).
000474     MOVE 'N' TO WS-ARV-HDR(WS-ARV-IDX).
000475     MOVE 'N' TO WS-ARV-TRL(WS-ARV-IDX).
000476     MOVE "INCONN" TO WS-ARV-SOURCE(WS-ARV-IDX).
000477     MOVE SPACES TO WS-ARV-GEN-X(WS-ARV-IDX).
000478     MOVE 0 TO WS-ARV-GEN(WS-ARV-IDX).
000479     MOVE 0 TO WS-ARV-ANNONCE(WS-ARV-IDX).
000480     MOVE 0 TO WS-ARV-LUS(WS-ARV-IDX).
000481     MOVE 0 TO WS-ARV-CHECKSUM(WS-ARV-IDX).
000482     MOVE 0 TO WS-ARV-SEV(WS-ARV-IDX).
000483     MOVE SPACES TO RPT-LINE.
000484     STRING "Fichier " FUNCTION TRIM(WS-INPUT-FILE) " :"
000485         INTO RPT-LINE
000486     END-STRING.
000487     WRITE RPT-LINE END-WRITE.
000488     OPEN INPUT FILE1.
000489     IF WS-FILE1-STATUS NOT = "00"
000490         MOVE 1 TO WS-CONSTAT-SEV
000491         MOVE SPACES TO WS-CONSTAT
000492         STRING "fichier introuvable (status " WS-FILE1-STATUS
000493             ")"
000494             INTO WS-CONSTAT
000495         END-STRING
000496         PERFORM write-file-constat
000497     ELSE
000498         MOVE 'Y' TO WS-ARV-OUVERT(WS-ARV-IDX)
000499         PERFORM UNTIL WS-FILE1-STATUS NOT = "00"
000500             READ FILE1
000501             IF WS-FILE1-STATUS = "00"
000502                 PERFORM absorb-input-line
000503             END-IF
000504         END-PERFORM
000505         CLOSE FILE1
000506         PERFORM judge-input-file
000507     END-IF.
000508
000509 absorb-input-line.
000510* En-tete et fin de controle comme jour-cinq les reconnait : ils
000511* ne comptent ni dans le volume ni dans la somme de controle.
000512     IF IN-LINE(1:3) = "HDR"
000513         MOVE 'Y' TO WS-ARV-HDR(WS-ARV-IDX)
000514         MOVE IN-LINE(4:8) TO WS-ARV-GEN-X(WS-ARV-IDX)
000515         MOVE IN-LINE(12:6) TO WS-ARV-SOURCE(WS-ARV-IDX)
000516         IF IN-LINE(4:8) IS NUMERIC
000517             MOVE IN-LINE(4:8) TO WS-ARV-GEN(WS-ARV-IDX)
000518         END-IF
000519     ELSE
000520         IF IN-LINE(1:3) = "TRL"
000521             MOVE IN-LINE(4:6) TO WS-CTL-COUNT-X
000522             IF WS-CTL-COUNT-X IS NUMERIC
000523                 MOVE 'Y' TO WS-ARV-TRL(WS-ARV-IDX)
000524                 MOVE WS-CTL-COUNT-X TO WS-ARV-ANNONCE(WS-ARV-IDX)
000525             ELSE
000526                 MOVE 'I' TO WS-ARV-TRL(WS-ARV-IDX)
000527             END-IF
000528         ELSE
000529             ADD 1 TO WS-ARV-LUS(WS-ARV-IDX)
000530             PERFORM add-line-checksum
000531         END-IF
000532     END-IF.
000533
000534 add-line-checksum.
000535* Somme de controle du contenu : rang du caractere multiplie par
000536* sa position, pour qu'une lettre deplacee change la somme ; la
000537* troncature naturelle du PIC 9(9) fait le modulo.
000538     MOVE 80 TO WS-CHK-LEN.
000539     PERFORM UNTIL WS-CHK-LEN = 0
000540             OR IN-LINE(WS-CHK-LEN:1) NOT = SPACE
000541         SUBTRACT 1 FROM WS-CHK-LEN
000542     END-PERFORM.
000543     PERFORM VARYING WS-CHK-POS FROM 1 BY 1
000544             UNTIL WS-CHK-POS > WS-CHK-LEN
000545         COMPUTE WS-ARV-CHECKSUM(WS-ARV-IDX) =
000546             WS-ARV-CHECKSUM(WS-ARV-IDX)
000547             + FUNCTION ORD(IN-LINE(WS-CHK-POS:1)) * WS-CHK-POS
000548     END-PERFORM.
000549
000550 judge-input-file.
000551     MOVE SPACES TO RPT-LINE.
000552     STRING "  source " WS-ARV-SOURCE(WS-ARV-IDX)
000553         " - generation " WS-ARV-GEN-X(WS-ARV-IDX)
000554         " - " WS-ARV-LUS(WS-ARV-IDX) " enregistrement(s)"
000555         " - somme de controle " WS-ARV-CHECKSUM(WS-ARV-IDX)
000556         INTO RPT-LINE
000557     END-STRING.
000558     WRITE RPT-LINE END-WRITE.
000559     IF WS-ARV-LUS(WS-ARV-IDX) = 0
000560         MOVE 2 TO WS-CONSTAT-SEV
000561         MOVE "fichier vide" TO WS-CONSTAT
000562         PERFORM write-file-constat
000563     END-IF.
000564     IF WS-ARV-HDR(WS-ARV-IDX) = 'N'
000565         MOVE 1 TO WS-CONSTAT-SEV
000566         MOVE "sans en-tete HDR, source et date inconnues"
000567             TO WS-CONSTAT
000568         PERFORM write-file-constat
000569     ELSE
000570         IF WS-ARV-GEN(WS-ARV-IDX) NOT = WS-TODAY
000571             MOVE 2 TO WS-CONSTAT-SEV
000572             MOVE SPACES TO WS-CONSTAT
000573             STRING "generation du " WS-ARV-GEN-X(WS-ARV-IDX)
000574                 ", attendue du " WS-TODAY
000575                 INTO WS-CONSTAT
000576             END-STRING
000577             PERFORM write-file-constat
000578         END-IF
000579     END-IF.
000580     EVALUATE WS-ARV-TRL(WS-ARV-IDX)
000581         WHEN 'N'
000582             MOVE 1 TO WS-CONSTAT-SEV
000583             MOVE "sans fin de controle TRL" TO WS-CONSTAT
000584             PERFORM write-file-constat
000585         WHEN 'I'
000586             MOVE 2 TO WS-CONSTAT-SEV
000587             MOVE "fin de controle TRL illisible" TO WS-CONSTAT
000588             PERFORM write-file-constat
000589         WHEN OTHER
000590             IF WS-ARV-ANNONCE(WS-ARV-IDX)
000591                     NOT = WS-ARV-LUS(WS-ARV-IDX)
000592                 MOVE 2 TO WS-CONSTAT-SEV
000593                 MOVE SPACES TO WS-CONSTAT
000594                 STRING "compte annonce "
000595                     WS-ARV-ANNONCE(WS-ARV-IDX)
000596                     ", lu " WS-ARV-LUS(WS-ARV-IDX)
000597                     INTO WS-CONSTAT
000598                 END-STRING
000599                 PERFORM write-file-constat
000600             END-IF
000601     END-EVALUATE.
000602     IF WS-ARV-HDR(WS-ARV-IDX) = 'Y'
000603         PERFORM judge-source
000604     END-IF.
000605     IF WS-GEN-OK = 'Y'
000606         PERFORM check-replay
000607     END-IF.
000608     IF WS-ARV-SEV(WS-ARV-IDX) = 0
000609         MOVE "  Conforme." TO RPT-LINE
000610         WRITE RPT-LINE END-WRITE
000611     END-IF.
000612
000613 judge-source.
000614* Une meme source dans deux fichiers de la liste serait comptee
000615* deux fois, meme si les contenus different.
000616     PERFORM VARYING WS-ARV-AUTRE FROM 1 BY 1
000617             UNTIL WS-ARV-AUTRE >= WS-ARV-IDX
000618         IF WS-ARV-HDR(WS-ARV-AUTRE) = 'Y'
000619                 AND WS-ARV-SOURCE(WS-ARV-AUTRE)
000620                     = WS-ARV-SOURCE(WS-ARV-IDX)
000621             MOVE 2 TO WS-CONSTAT-SEV
000622             MOVE SPACES TO WS-CONSTAT
000623             STRING "source deja fournie par "
000624                 FUNCTION TRIM(WS-INPUT-ENTRY(WS-ARV-AUTRE))
000625                 INTO WS-CONSTAT
000626             END-STRING
000627             PERFORM write-file-constat
000628         END-IF
000629     END-PERFORM.
000630     MOVE 0 TO WS-MAN-FOUND.
000631     PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
000632             UNTIL WS-MAN-IDX > WS-MAN-COUNT OR WS-MAN-FOUND > 0
000633         IF WS-MAN-SOURCE(WS-MAN-IDX) = WS-ARV-SOURCE(WS-ARV-IDX)
000634             MOVE WS-MAN-IDX TO WS-MAN-FOUND
000635         END-IF
000636     END-PERFORM.
000637     IF WS-MAN-FOUND = 0
000638         MOVE 1 TO WS-CONSTAT-SEV
000639         MOVE "source absente du manifeste" TO WS-CONSTAT
000640         PERFORM write-file-constat
000641     ELSE
000642         ADD 1 TO WS-MAN-VU(WS-MAN-FOUND)
000643         IF WS-ARV-LUS(WS-ARV-IDX) < WS-MAN-MIN(WS-MAN-FOUND)
000644                 OR (WS-MAN-MAX(WS-MAN-FOUND) > 0
000645                 AND WS-ARV-LUS(WS-ARV-IDX)
000646                     > WS-MAN-MAX(WS-MAN-FOUND))
000647             MOVE 1 TO WS-CONSTAT-SEV
000648             MOVE SPACES TO WS-CONSTAT
000649             STRING "volume hors fourchette ("
000650                 WS-MAN-MIN(WS-MAN-FOUND) " a "
000651                 WS-MAN-MAX(WS-MAN-FOUND) ")"
000652                 INTO WS-CONSTAT
000653             END-STRING
000654             PERFORM write-file-constat
000655         END-IF
000656     END-IF.
000657
000658 check-replay.
000659* Generation deja admise un jour precedent : c'est un renvoi a
000660* l'identique. Admise le jour meme : le controle est simplement
000661* relance (reprise de chaine), ce n'est pas un rejeu.
000662     MOVE 'K' TO WS-GEN-ACTION.
000663     PERFORM set-generation-key.
000664     PERFORM call-generations.
000665     IF WS-GEN-RESULT = 'T'
000666         IF WS-GEN-ADMIS < WS-TODAY
000667             MOVE 2 TO WS-CONSTAT-SEV
000668             MOVE SPACES TO WS-CONSTAT
000669             STRING "rejeu : generation deja admise le "
000670                 WS-GEN-ADMIS " (" FUNCTION TRIM(WS-GEN-FICHIER)
000671                 ")"
000672                 INTO WS-CONSTAT
000673             END-STRING
000674             PERFORM write-file-constat
000675         ELSE
000676             MOVE "  Deja admise ce jour (controle relance)."
000677                 TO RPT-LINE
000678             WRITE RPT-LINE END-WRITE
000679         END-IF
000680     END-IF.
000681
000682 set-generation-key.
000683     MOVE WS-ARV-SOURCE(WS-ARV-IDX) TO WS-GEN-SOURCE.
000684     MOVE WS-ARV-GEN(WS-ARV-IDX) TO WS-GEN-DATE.
000685     MOVE WS-ARV-LUS(WS-ARV-IDX) TO WS-GEN-NB.
000686     MOVE WS-ARV-CHECKSUM(WS-ARV-IDX) TO WS-GEN-CHECKSUM.
000687     MOVE WS-TODAY TO WS-GEN-ADMIS.
000688     MOVE WS-INPUT-FILE TO WS-GEN-FICHIER.
000689
000690 check-expected-sources.
000691     MOVE SPACES TO RPT-LINE.
000692     WRITE RPT-LINE END-WRITE.
000693     MOVE SPACES TO RPT-LINE.
000694     STRING "Sources attendues (sources-attendues.dat) : "
000695         WS-MAN-COUNT
000696         INTO RPT-LINE
000697     END-STRING.
000698     WRITE RPT-LINE END-WRITE.
000699     PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
000700             UNTIL WS-MAN-IDX > WS-MAN-COUNT
000701         PERFORM check-expected-source
000702     END-PERFORM.
000703
000704 check-expected-source.
000705     MOVE SPACES TO RPT-LINE.
000706     IF WS-MAN-VU(WS-MAN-IDX) > 0
000707         STRING "  " WS-MAN-SOURCE(WS-MAN-IDX) " : arrivee"
000708             INTO RPT-LINE
000709         END-STRING
000710         WRITE RPT-LINE END-WRITE
000711     ELSE
000712         MOVE 0 TO WS-CONSTAT-SEV
000713         MOVE SPACES TO WS-CONSTAT
000714         IF WS-HHMM > WS-MAN-LIMITE(WS-MAN-IDX)
000715                 OR WS-HHMM = 2400
000716             IF WS-MAN-FACULT(WS-MAN-IDX) = 'Y'
000717                 MOVE 1 TO WS-CONSTAT-SEV
000718                 STRING WS-MAN-SOURCE(WS-MAN-IDX)
000719                     " : facultative, absente a l'heure limite "
000720                     WS-MAN-LIMITE(WS-MAN-IDX)
000721                     INTO WS-CONSTAT
000722                 END-STRING
000723             ELSE
000724                 MOVE 2 TO WS-CONSTAT-SEV
000725                 STRING WS-MAN-SOURCE(WS-MAN-IDX)
000726                     " : en retard, heure limite "
000727                     WS-MAN-LIMITE(WS-MAN-IDX) " depassee"
000728                     INTO WS-CONSTAT
000729                 END-STRING
000730             END-IF
000731         ELSE
000732             IF WS-MAN-FACULT(WS-MAN-IDX) = 'Y'
000733                 STRING WS-MAN-SOURCE(WS-MAN-IDX)
000734                     " : facultative, pas encore arrivee"
000735                     INTO WS-CONSTAT
000736                 END-STRING
000737             ELSE
000738                 MOVE 1 TO WS-CONSTAT-SEV
000739                 STRING WS-MAN-SOURCE(WS-MAN-IDX)
000740                     " : pas encore arrivee, heure limite "
000741                     WS-MAN-LIMITE(WS-MAN-IDX)
000742                     INTO WS-CONSTAT
000743                 END-STRING
000744             END-IF
000745         END-IF
000746         IF WS-CONSTAT-SEV > 0
000747             MOVE "sources-attendues.dat" TO WS-CONSTAT-OBJET
000748             PERFORM write-constat
000749         ELSE
000750             STRING "  " FUNCTION TRIM(WS-CONSTAT)
000751                 INTO RPT-LINE
000752             END-STRING
000753             WRITE RPT-LINE END-WRITE
000754         END-IF
000755     END-IF.
000756
000757 admit-generation.
000758* Seules les generations lues sont admises ; un fichier sans
000759* en-tete l'est sous INCONN, date de generation a zero, pour que
000760* son renvoi a l'identique soit reconnu lui aussi.
000761     IF WS-ARV-OUVERT(WS-ARV-IDX) = 'Y'
000762             AND WS-ARV-LUS(WS-ARV-IDX) > 0
000763         MOVE FUNCTION TRIM(WS-INPUT-ENTRY(WS-ARV-IDX))
000764             TO WS-INPUT-FILE
000765         MOVE 'W' TO WS-GEN-ACTION
000766         PERFORM set-generation-key
000767         PERFORM call-generations
000768         IF WS-GEN-RESULT = 'N'
000769             ADD 1 TO NB-ADMISES
000770         END-IF
000771         IF WS-GEN-RESULT = 'E'
000772             MOVE 1 TO WS-CONSTAT-SEV
000773             MOVE SPACES TO WS-CONSTAT
000774             STRING "admission impossible au registre : "
000775                 FUNCTION TRIM(WS-INPUT-FILE)
000776                 INTO WS-CONSTAT
000777             END-STRING
000778             MOVE "generations.dat" TO WS-CONSTAT-OBJET
000779             PERFORM write-constat
000780         END-IF
000781     END-IF.
000782
000783 write-file-constat.
000784     IF WS-CONSTAT-SEV > WS-ARV-SEV(WS-ARV-IDX)
000785         MOVE WS-CONSTAT-SEV TO WS-ARV-SEV(WS-ARV-IDX)
000786     END-IF.
000787     MOVE WS-INPUT-FILE TO WS-CONSTAT-OBJET.
000788     PERFORM write-constat.
000789
000790 write-constat.
000791* Un constat porte sa gravite en tete de ligne : REFUS (RC 8) ou
000792* ATTENTION (RC 4), et part aussi au journal avec son objet
000793* (fichier, manifeste ou registre).
000794     IF WS-CONSTAT-SEV > WS-ETAT
000795         MOVE WS-CONSTAT-SEV TO WS-ETAT
000796     END-IF.
000797     MOVE SPACES TO RPT-LINE.
000798     IF WS-CONSTAT-SEV = 2
000799         ADD 1 TO NB-REFUS
000800         MOVE 'E' TO WS-JRN-SEV
000801         STRING "  REFUS     : " FUNCTION TRIM(WS-CONSTAT)
000802             INTO RPT-LINE
000803         END-STRING
000804     ELSE
000805         ADD 1 TO NB-AVERTISSEMENTS
000806         MOVE 'W' TO WS-JRN-SEV
000807         STRING "  ATTENTION : " FUNCTION TRIM(WS-CONSTAT)
000808             INTO RPT-LINE
000809         END-STRING
000810     END-IF.
000811     WRITE RPT-LINE END-WRITE.
000812     MOVE SPACES TO WS-JRN-MSG.
000813     STRING FUNCTION TRIM(WS-CONSTAT-OBJET) " : "
000814         FUNCTION TRIM(WS-CONSTAT)
000815         INTO WS-JRN-MSG
000816     END-STRING.
000817     PERFORM write-journal.
000818
000819 write-conclusion.
000820     MOVE SPACES TO RPT-LINE.
000821     WRITE RPT-LINE END-WRITE.
000822     MOVE SPACES TO RPT-LINE.
000823     STRING "Fichiers controles : " WS-INPUT-COUNT " - refus : "
000824         NB-REFUS " - avertissements : " NB-AVERTISSEMENTS
000825         " - generations admises : " NB-ADMISES
000826         INTO RPT-LINE
000827     END-STRING.
000828     WRITE RPT-LINE END-WRITE.
000829     MOVE SPACES TO RPT-LINE.
000830     EVALUATE WS-ETAT
000831         WHEN 0
000832             MOVE "RESULTAT : CONFORME" TO RPT-LINE
000833         WHEN 1
000834             MOVE "RESULTAT : AVERTISSEMENT" TO RPT-LINE
000835         WHEN OTHER
000836             MOVE "RESULTAT : REFUS - jour-cinq ne doit pas "
000837                 TO RPT-LINE
000838             MOVE "tourner" TO RPT-LINE(42:7)
000839     END-EVALUATE.
000840     WRITE RPT-LINE END-WRITE.
000841
000842 write-journal.
000843     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000844         ON EXCEPTION CONTINUE
000845     END-CALL.
000846
