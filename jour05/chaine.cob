000018* a zero : la nuit suivante repart du debut. Code retour du
000019* pilote : le plus grave des codes retour des etapes lancees,
000020* 12 si le plan est illisible.
000021* Une etape peut ne tourner que certains jours : la commande est
000022* alors precedee d'une condition de calendrier, @OUVRE (jours
000023* ouvres), @FIN-MOIS (fin de mois), @HORS-FERIE (tous les jours
000024* sauf feries), ou un jour de la semaine (@LUNDI .. @DIMANCHE) ;
000025* sans condition l'etape tourne tous les jours (@TOUS). Les jours
000026* sont qualifies par le calendrier d'exploitation calendrier.dat,
000027* une date par ligne (AAAAMMJJ en colonne 1, type en colonne 10) :
000028* FERIE (jour ferie), OUVRE (samedi ou dimanche travaille),
000029* FIN-MOIS (date de traitement de fin de mois). Sans FIN-MOIS pour
000030* le mois, la fin de mois est son dernier jour ouvre ; sans
000031* calendrier, les jours ouvres sont du lundi au vendredi, sans
000032* ferie (avertissement, code retour 4 au moins si le plan a des
000033* conditions). Une etape hors de ses jours est consignee SAUTE
000034* (calendrier) dans chaine.log et journal.txt sans etre un echec.
000035* La journee de chaine est celle du DEBUT CHAINE d'origine : une
000036* relance apres minuit d'une chaine arretee juge encore ses
000037* etapes sur le calendrier de la nuit commencee.
000038* JOUR5_CHAINE_PREVISION=AAAAMMJJ ne lance rien : le pilote liste
000039* les etapes prevues et sautees pour cette date, pour verifier le
000040* plan avant un long week-end.
000041
000042 ENVIRONMENT DIVISION.
000043    INPUT-OUTPUT SECTION.
000044    FILE-CONTROL.
000045         SELECT PLAN-FILE ASSIGN TO "chaine.plan"
000046         ORGANIZATION LINE SEQUENTIAL
000047         FILE STATUS IS WS-PLAN-STATUS.
000048         SELECT LOG-FILE ASSIGN TO "chaine.log"
000049         ORGANIZATION LINE SEQUENTIAL
000050         FILE STATUS IS WS-LOG-STATUS.
000051         SELECT CAL-FILE ASSIGN TO "calendrier.dat"
000052         ORGANIZATION LINE SEQUENTIAL
000053         FILE STATUS IS WS-CAL-STATUS.
000054
000055 DATA DIVISION.
000056   FILE SECTION.
000057   FD PLAN-FILE.
000058     01 PLAN-LINE PIC X(240).
000059
000060   FD LOG-FILE.
000061     01 LOG-LINE PIC X(120).
000062
000063   FD CAL-FILE.
000064     01 CAL-LINE PIC X(80).
000065
000066   WORKING-STORAGE SECTION.
000067     77 WS-PLAN-STATUS PIC XX.
000068     77 WS-LOG-STATUS PIC XX.
000069     77 WS-CAL-STATUS PIC XX.
000070* Plan de la nuit charge en table : numero, code retour maximal
000071* tolere, condition de calendrier, commande. 50 etapes suffisent
000072* largement a une nuit.
000073     01 WS-PLAN-TABLE.
000074       05 WS-PLAN-ENTRY OCCURS 50 TIMES.
000075         10 WS-PLAN-NUM PIC 99.
000076         10 WS-PLAN-RCMAX PIC 99.
000077         10 WS-PLAN-COND PIC X(10).
000078         10 WS-PLAN-CMD PIC X(200).
000079     77 WS-PLAN-COUNT PIC 99 VALUE 0.
000080     77 WS-PLAN-IDX PIC 99.
000081     77 WS-PLAN-FULL PIC X VALUE 'N'.
000082* Etapes deja en OK depuis le dernier debut de chaine, relues du
000083* journal de chaine pour la reprise ; une chaine terminee remet
000084* tout a N.
000085     01 WS-FAIT-TABLE.
000086       05 WS-FAIT PIC X OCCURS 99 TIMES.
000087     77 WS-FAIT-IDX PIC 999.
000088     77 WS-FAIT-NUM PIC 99.
000089     77 WS-CMD PIC X(200).
000090     77 WS-STEP-RC PIC S9(5) VALUE 0.
000091     77 WS-STEP-RC-ED PIC 9(3).
000092     77 WS-JOB-RC PIC 9(3) VALUE 0.
000093     77 WS-ARRET PIC X VALUE 'N'.
000094     77 NB-LANCEES PIC 99 VALUE 0.
000095     77 NB-SAUTEES PIC 99 VALUE 0.
000096     77 WS-TODAY PIC 9(8) VALUE 0.
000097     77 WS-HEURE PIC 9(8) VALUE 0.
000098     77 WS-LOG-STATUT PIC X(25).
000099     77 NB-CALENDRIER PIC 99 VALUE 0.
000100     77 WS-COND-TOK PIC X(12).
000101     77 WS-COND-PTR PIC 999.
000102     77 WS-COND-OK PIC X.
000103     77 WS-ETAPE-DUE PIC X.
000104* Calendrier d'exploitation charge en table : date et type
000105* (FERIE, OUVRE, FIN-MOIS). 500 dates couvrent plusieurs annees.
000106     01 WS-CAL-TABLE.
000107       05 WS-CAL-ENTRY OCCURS 500 TIMES.
000108         10 WS-CAL-DATE PIC 9(8).
000109         10 WS-CAL-TYPE PIC X(8).
000110     77 WS-CAL-COUNT PIC 999 VALUE 0.
000111     77 WS-CAL-IDX PIC 999.
000112     77 WS-CAL-FULL PIC X VALUE 'N'.
000113     77 WS-CAL-PRESENT PIC X VALUE 'N'.
000114     77 WS-CAL-REQUIS PIC X VALUE 'N'.
000115     77 WS-CAL-MOIS-FIXE PIC X.
000116     77 WS-CAL-CHK-DATE PIC 9(8).
000117     77 WS-CAL-CHK-TYPE PIC X(8).
000118     77 WS-CAL-CHK-OUVRE PIC X.
000119     77 WS-CAL-CHK-SEMAINE PIC 9.
000120     77 WS-CAL-INT PIC 9(7).
000121     77 WS-CAL-BORNE PIC 99.
000122     01 WS-FM-DATE.
000123       05 WS-FM-AAAA PIC 9(4).
000124       05 WS-FM-MM PIC 99.
000125       05 WS-FM-JJ PIC 99.
000126     01 WS-FM-NUM REDEFINES WS-FM-DATE PIC 9(8).
000127     01 WS-NOMS-JOURS.
000128       05 FILLER PIC X(8) VALUE "LUNDI".
000129       05 FILLER PIC X(8) VALUE "MARDI".
000130       05 FILLER PIC X(8) VALUE "MERCREDI".
000131       05 FILLER PIC X(8) VALUE "JEUDI".
000132       05 FILLER PIC X(8) VALUE "VENDREDI".
000133       05 FILLER PIC X(8) VALUE "SAMEDI".
000134       05 FILLER PIC X(8) VALUE "DIMANCHE".
000135     01 WS-NOMS-TABLE REDEFINES WS-NOMS-JOURS.
000136       05 WS-NOM-JOUR PIC X(8) OCCURS 7 TIMES.
000137* Journee de chaine et sa qualification : date du DEBUT CHAINE
000138* d'origine (reprise) ou d'aujourd'hui, ou date de prevision.
000139     77 WS-DATE-CHAINE PIC 9(8) VALUE 0.
000140     77 WS-DATE-REPRISE PIC 9(8) VALUE 0.
000141     77 WS-CHAINE-OUVERTE PIC X VALUE 'N'.
000142     77 WS-JOUR-SEMAINE PIC 9.
000143     77 WS-JOUR-OUVRE PIC X.
000144     77 WS-JOUR-FERIE PIC X.
000145     77 WS-JOUR-FIN-MOIS PIC X.
000146     77 WS-PREVISION PIC X(8).
000147
000148* Journal operateur commun (journal.txt, via journal-op) : les
000149* messages d'exploitation de la console sont aussi consignes
000150* horodates dans un fichier unique pour toute la suite, que la
000151* supervision greppe apres incident. Module absent ou journal
000152* inecrivable : la console reste seule, sans faire echouer le
000153* passage.
000154     77 WS-JRN-PROG PIC X(20) VALUE "chaine-nuit".
000155     77 WS-JRN-SEV PIC X.
000156     77 WS-JRN-MSG PIC X(80).
000157
000158 PROCEDURE DIVISION.
000159 main.
000160     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000161     ACCEPT WS-PREVISION
000162         FROM ENVIRONMENT "JOUR5_CHAINE_PREVISION".
000163     PERFORM load-plan.
000164     IF WS-PLAN-COUNT = 0
000165         DISPLAY "ERREUR : chaine.plan vide ou introuvable, "
000166             "aucune etape a lancer" END-DISPLAY
000167         MOVE 'E' TO WS-JRN-SEV
000168         MOVE SPACES TO WS-JRN-MSG
000169         STRING "chaine.plan vide ou introuvable, "
000170             "aucune etape a lancer"
000171             INTO WS-JRN-MSG
000172         END-STRING
000173         PERFORM write-journal
000174         MOVE 12 TO RETURN-CODE
000175         STOP RUN
000176     END-IF.
000177     PERFORM load-calendar.
000178     IF WS-PREVISION NOT = SPACES
000179         PERFORM forecast-plan
000180     END-IF.
000181     PERFORM load-chain-log.
000182     IF WS-CHAINE-OUVERTE = 'Y'
000183         MOVE WS-DATE-REPRISE TO WS-DATE-CHAINE
000184         DISPLAY "Reprise de la chaine du " WS-DATE-CHAINE
000185             END-DISPLAY
000186     ELSE
000187         MOVE WS-TODAY TO WS-DATE-CHAINE
000188     END-IF.
000189     PERFORM classify-date.
000190     OPEN EXTEND LOG-FILE.
000191     IF WS-LOG-STATUS = "35"
000192         OPEN OUTPUT LOG-FILE
000193     END-IF.
000194     IF WS-LOG-STATUS NOT = "00"
000195         DISPLAY "ERREUR : journal de chaine inecrivable "
000196             "(status " WS-LOG-STATUS "), chaine abandonnee"
000197             END-DISPLAY
000198         MOVE 'E' TO WS-JRN-SEV
000199         MOVE SPACES TO WS-JRN-MSG
000200         STRING "journal de chaine inecrivable (status "
000201             WS-LOG-STATUS
000202             "), chaine abandonnee"
000203             INTO WS-JRN-MSG
000204         END-STRING
000205         PERFORM write-journal
000206         MOVE 12 TO RETURN-CODE
000207         STOP RUN
000208     END-IF.
000209     MOVE "DEBUT CHAINE" TO WS-LOG-STATUT.
000210     MOVE 0 TO WS-FAIT-NUM.
000211     MOVE 0 TO WS-STEP-RC.
000212     MOVE 'I' TO WS-JRN-SEV.
000213     MOVE "debut de la chaine de nuit" TO WS-JRN-MSG.
000214     PERFORM write-journal.
000215     PERFORM write-log-line.
000216     PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
000217             UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
000218             OR WS-ARRET = 'Y'
000219         PERFORM run-one-step
000220     END-PERFORM.
000221     IF WS-ARRET = 'Y'
000222         MOVE "CHAINE ARRETEE" TO WS-LOG-STATUT
000223     ELSE
000224         MOVE "CHAINE TERMINEE" TO WS-LOG-STATUT
000225     END-IF.
000226     MOVE 0 TO WS-FAIT-NUM.
000227     MOVE WS-JOB-RC TO WS-STEP-RC.
000228     PERFORM write-log-line.
000229     CLOSE LOG-FILE.
000230     DISPLAY "Chaine de nuit : " NB-LANCEES " etape(s) lancee(s)"
000231         ", " NB-SAUTEES " sautee(s) (deja faites), "
000232         NB-CALENDRIER " sautee(s) (calendrier)" END-DISPLAY.
000233     IF WS-ARRET = 'Y'
000234         DISPLAY "Chaine arretee sur echec d'etape, code retour "
000235             WS-JOB-RC END-DISPLAY
000236     ELSE
000237         DISPLAY "Chaine terminee, code retour " WS-JOB-RC
000238             END-DISPLAY
000239     END-IF.
000240     MOVE 'I' TO WS-JRN-SEV.
000241     MOVE SPACES TO WS-JRN-MSG.
000242     STRING "fin de la chaine, code retour " WS-JOB-RC
000243         INTO WS-JRN-MSG
000244     END-STRING.
000245     PERFORM write-journal.
000246     MOVE WS-JOB-RC TO RETURN-CODE.
000247     STOP RUN.
000248
000249 load-plan.
000250* Lecture du plan de la nuit : numero (1-2), maximum tolere
000251* (4-5), commande (7 et suivantes). Une ligne illisible arrete
000252* tout de suite, une nuit ne se lance pas sur un plan douteux.
000253     OPEN INPUT PLAN-FILE.
000254     IF WS-PLAN-STATUS NOT = "00"
000255         DISPLAY "ERREUR : chaine.plan introuvable (status "
000256             WS-PLAN-STATUS ")" END-DISPLAY
000257         MOVE 'E' TO WS-JRN-SEV
000258         MOVE SPACES TO WS-JRN-MSG
000259         STRING "chaine.plan introuvable (status "
000260             WS-PLAN-STATUS
000261             ")"
000262             INTO WS-JRN-MSG
000263         END-STRING
000264         PERFORM write-journal
000265         MOVE 12 TO RETURN-CODE
000266         STOP RUN
000267     END-IF.
000268     PERFORM UNTIL WS-PLAN-STATUS NOT = "00"
000269         READ PLAN-FILE
000270         IF WS-PLAN-STATUS = "00"
000271             IF PLAN-LINE NOT = SPACES
000272                     AND PLAN-LINE(1:1) NOT = "*"
000273                 PERFORM load-plan-line
000274             END-IF
000275         END-IF
000276     END-PERFORM.
000277     CLOSE PLAN-FILE.
000278     IF WS-PLAN-FULL = 'Y'
000279         DISPLAY "ERREUR : plan de plus de 50 etapes, chaine "
000280             "abandonnee" END-DISPLAY
000281         MOVE 'E' TO WS-JRN-SEV
000282         MOVE "plan de plus de 50 etapes, chaine abandonnee"
000283             TO WS-JRN-MSG
000284         PERFORM write-journal
000285         MOVE 12 TO RETURN-CODE
000286         STOP RUN
000287     END-IF.
000288
000289 load-plan-line.
000290* Condition de calendrier facultative en tete de commande (@...),
000291* suivie de la commande elle-meme.
000292     MOVE "TOUS" TO WS-COND-TOK.
000293     MOVE 'Y' TO WS-COND-OK.
000294     MOVE PLAN-LINE(7:200) TO WS-CMD.
000295     IF PLAN-LINE(7:1) = "@"
000296         MOVE SPACES TO WS-COND-TOK
000297         MOVE 8 TO WS-COND-PTR
000298         UNSTRING PLAN-LINE DELIMITED BY ALL " "
000299             INTO WS-COND-TOK
000300             WITH POINTER WS-COND-PTR
000301         END-UNSTRING
000302         MOVE SPACES TO WS-CMD
000303         IF WS-COND-PTR <= 240
000304             MOVE PLAN-LINE(WS-COND-PTR:) TO WS-CMD
000305         END-IF
000306         PERFORM check-plan-cond
000307     END-IF.
000308     IF PLAN-LINE(1:2) IS NOT NUMERIC
000309             OR PLAN-LINE(4:2) IS NOT NUMERIC
000310             OR PLAN-LINE(7:1) = SPACE
000311             OR WS-CMD = SPACES
000312             OR WS-COND-OK = 'N'
000313         DISPLAY "ERREUR : ligne de plan illisible : "
000314             PLAN-LINE(1:60) END-DISPLAY
000315         MOVE 'E' TO WS-JRN-SEV
000316         MOVE SPACES TO WS-JRN-MSG
000317         STRING "ligne de plan illisible : "
000318             PLAN-LINE(1:50)
000319             INTO WS-JRN-MSG
000320         END-STRING
000321         PERFORM write-journal
000322         MOVE 12 TO RETURN-CODE
000323         STOP RUN
000324     END-IF.
000325     IF WS-PLAN-COUNT < 50
000326         ADD 1 TO WS-PLAN-COUNT
000327         MOVE PLAN-LINE(1:2) TO WS-PLAN-NUM(WS-PLAN-COUNT)
000328         MOVE PLAN-LINE(4:2) TO WS-PLAN-RCMAX(WS-PLAN-COUNT)
000329         MOVE WS-COND-TOK TO WS-PLAN-COND(WS-PLAN-COUNT)
000330         MOVE WS-CMD TO WS-PLAN-CMD(WS-PLAN-COUNT)
000331         IF WS-COND-TOK NOT = "TOUS"
000332             MOVE 'Y' TO WS-CAL-REQUIS
000333         END-IF
000334     ELSE
000335         MOVE 'Y' TO WS-PLAN-FULL
000336     END-IF.
000337
000338 load-chain-log.
000339* Relit le journal de chaine pour retrouver l'etat de la derniere
000340* nuit : chaque DEBUT CHAINE remet la table a zero, chaque etape
000341* OK y est marquee, et une CHAINE TERMINEE efface tout - la nuit
000342* suivante repart du debut. Il ne reste donc marquees que les
000343* etapes reussies d'une chaine arretee en route, celles que la
000344* relance doit sauter.
000345     PERFORM VARYING WS-FAIT-IDX FROM 1 BY 1
000346             UNTIL WS-FAIT-IDX > 99
000347         MOVE 'N' TO WS-FAIT(WS-FAIT-IDX)
000348     END-PERFORM.
000349     OPEN INPUT LOG-FILE.
000350     IF WS-LOG-STATUS = "00"
000351         PERFORM UNTIL WS-LOG-STATUS NOT = "00"
000352             READ LOG-FILE
000353             IF WS-LOG-STATUS = "00"
000354                 PERFORM absorb-log-line
000355             END-IF
000356         END-PERFORM
000357         CLOSE LOG-FILE
000358     END-IF.
000359
000360 absorb-log-line.
000361* Format fixe ecrit par write-log-line : date (1-8), heure
000362* (10-17), statut (19-43), etape (50-51), code retour (58-60),
000363* journee de chaine (68-75).
000364* Le premier DEBUT CHAINE apres une chaine terminee ouvre une
000365* nouvelle journee de chaine ; les relances suivantes la gardent
000366* (lignes anterieures sans journee : la date de la ligne).
000367     IF LOG-LINE(19:12) = "DEBUT CHAINE"
000368             AND WS-CHAINE-OUVERTE = 'N'
000369         MOVE 'Y' TO WS-CHAINE-OUVERTE
000370         IF LOG-LINE(68:8) IS NUMERIC
000371             MOVE LOG-LINE(68:8) TO WS-DATE-REPRISE
000372         ELSE
000373             MOVE LOG-LINE(1:8) TO WS-DATE-REPRISE
000374         END-IF
000375     END-IF.
000376     IF LOG-LINE(19:15) = "CHAINE TERMINEE"
000377         MOVE 'N' TO WS-CHAINE-OUVERTE
000378     END-IF.
000379     IF LOG-LINE(19:12) = "DEBUT CHAINE"
000380             OR LOG-LINE(19:15) = "CHAINE TERMINEE"
000381         PERFORM VARYING WS-FAIT-IDX FROM 1 BY 1
000382                 UNTIL WS-FAIT-IDX > 99
000383             MOVE 'N' TO WS-FAIT(WS-FAIT-IDX)
000384         END-PERFORM
000385     END-IF.
000386* Une etape SAUTEE l'a ete parce qu'elle etait deja en OK dans
000387* une chaine precedente de la meme nuit : elle compte comme
000388* faite, sinon une troisieme relance re-executerait les etapes
000389* deja reussies (desastreux sur un passage complet non
000390* rejouable).
000391     IF (LOG-LINE(19:8) = "ETAPE OK"
000392             OR LOG-LINE(19:12) = "ETAPE SAUTEE")
000393             AND LOG-LINE(50:2) IS NUMERIC
000394         MOVE LOG-LINE(50:2) TO WS-FAIT-IDX
000395         IF WS-FAIT-IDX > 0
000396             MOVE 'Y' TO WS-FAIT(WS-FAIT-IDX)
000397         END-IF
000398     END-IF.
000399
000400 run-one-step.
000401     MOVE WS-PLAN-NUM(WS-PLAN-IDX) TO WS-FAIT-NUM.
000402     IF WS-FAIT-NUM > 0 AND WS-FAIT(WS-FAIT-NUM) = 'Y'
000403         ADD 1 TO NB-SAUTEES
000404         MOVE "ETAPE SAUTEE (deja faite)" TO WS-LOG-STATUT
000405         MOVE 0 TO WS-STEP-RC
000406         PERFORM write-log-line
000407         DISPLAY "Etape " WS-FAIT-NUM " sautee (deja faite)"
000408             END-DISPLAY
000409     ELSE
000410         PERFORM check-step-due
000411         IF WS-ETAPE-DUE = 'Y'
000412             PERFORM launch-step
000413         ELSE
000414             PERFORM skip-calendar-step
000415         END-IF
000416     END-IF.
000417
000418 skip-calendar-step.
000419* Etape hors de ses jours : ni lancee ni en echec. Elle n'est pas
000420* marquee faite pour la reprise, qui la juge a nouveau sur la
000421* meme journee de chaine et la saute de meme.
000422     ADD 1 TO NB-CALENDRIER.
000423     MOVE "SAUTE (calendrier)" TO WS-LOG-STATUT.
000424     MOVE 0 TO WS-STEP-RC.
000425     PERFORM write-log-line.
000426     DISPLAY "Etape " WS-FAIT-NUM " SAUTE (calendrier) : "
000427         "condition @"
000428         FUNCTION TRIM(WS-PLAN-COND(WS-PLAN-IDX)) END-DISPLAY.
000429     MOVE 'I' TO WS-JRN-SEV.
000430     MOVE SPACES TO WS-JRN-MSG.
000431     STRING "etape " WS-FAIT-NUM " SAUTE (calendrier) : "
000432         "condition @"
000433         FUNCTION TRIM(WS-PLAN-COND(WS-PLAN-IDX)) " le "
000434         WS-DATE-CHAINE
000435         INTO WS-JRN-MSG
000436     END-STRING.
000437     PERFORM write-journal.
000438
000439 launch-step.
000440     ADD 1 TO NB-LANCEES.
000441     MOVE WS-PLAN-CMD(WS-PLAN-IDX) TO WS-CMD.
000442     DISPLAY "Etape " WS-FAIT-NUM " : " FUNCTION TRIM(WS-CMD)
000443         END-DISPLAY.
000444     MOVE 0 TO RETURN-CODE.
000445     CALL "SYSTEM" USING BY CONTENT WS-CMD
000446         ON EXCEPTION MOVE 12 TO RETURN-CODE
000447     END-CALL.
000448     MOVE RETURN-CODE TO WS-STEP-RC.
000449     MOVE 0 TO RETURN-CODE.
000450* Sur certains systemes le lanceur rend le code retour de la
000451* commande multiplie par 256 ; on le ramene a la convention
000452* 0/4/8/12 de la suite.
000453     IF WS-STEP-RC >= 256
000454         DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
000455     END-IF.
000456     IF WS-STEP-RC < 0
000457         MOVE 12 TO WS-STEP-RC
000458     END-IF.
000459     IF WS-STEP-RC > WS-JOB-RC
000460         MOVE WS-STEP-RC TO WS-JOB-RC
000461     END-IF.
000462     IF WS-STEP-RC > WS-PLAN-RCMAX(WS-PLAN-IDX)
000463         MOVE "ETAPE ECHEC" TO WS-LOG-STATUT
000464         PERFORM write-log-line
000465         MOVE WS-STEP-RC TO WS-STEP-RC-ED
000466         DISPLAY "Etape " WS-FAIT-NUM " en echec (code retour "
000467             WS-STEP-RC-ED ", maximum tolere "
000468             WS-PLAN-RCMAX(WS-PLAN-IDX) "), chaine arretee"
000469             END-DISPLAY
000470         MOVE 'Y' TO WS-ARRET
000471     ELSE
000472         MOVE "ETAPE OK" TO WS-LOG-STATUT
000473         PERFORM write-log-line
000474     END-IF.
000475
000476 write-log-line.
000477* Une ligne par evenement, en colonnes fixes pour que la reprise
000478* (et la supervision) relisent le journal sans l'interpreter :
000479* date, heure, statut, numero d'etape, code retour, journee de
000480* chaine.
000481     ACCEPT WS-HEURE FROM TIME.
000482     MOVE WS-STEP-RC TO WS-STEP-RC-ED.
000483     MOVE SPACES TO LOG-LINE.
000484     MOVE WS-TODAY TO LOG-LINE(1:8).
000485     MOVE WS-HEURE(1:6) TO LOG-LINE(10:6).
000486     MOVE WS-LOG-STATUT TO LOG-LINE(19:25).
000487     MOVE "ETAPE" TO LOG-LINE(44:5).
000488     MOVE WS-FAIT-NUM TO LOG-LINE(50:2).
000489     MOVE "RC" TO LOG-LINE(54:2).
000490     MOVE WS-STEP-RC-ED TO LOG-LINE(58:3).
000491     MOVE "JOUR" TO LOG-LINE(63:4).
000492     MOVE WS-DATE-CHAINE TO LOG-LINE(68:8).
000493     WRITE LOG-LINE END-WRITE.
000494
000495 check-plan-cond.
000496     MOVE 'N' TO WS-COND-OK.
000497     EVALUATE WS-COND-TOK
000498         WHEN "TOUS"
000499         WHEN "OUVRE"
000500         WHEN "FIN-MOIS"
000501         WHEN "HORS-FERIE"
000502             MOVE 'Y' TO WS-COND-OK
000503         WHEN OTHER
000504             PERFORM VARYING WS-JOUR-SEMAINE FROM 1 BY 1
000505                     UNTIL WS-JOUR-SEMAINE > 7
000506                 IF WS-COND-TOK = WS-NOM-JOUR(WS-JOUR-SEMAINE)
000507                     MOVE 'Y' TO WS-COND-OK
000508                 END-IF
000509             END-PERFORM
000510     END-EVALUATE.
000511
000512 check-step-due.
000513     EVALUATE WS-PLAN-COND(WS-PLAN-IDX)
000514         WHEN "TOUS"
000515             MOVE 'Y' TO WS-ETAPE-DUE
000516         WHEN "OUVRE"
000517             MOVE WS-JOUR-OUVRE TO WS-ETAPE-DUE
000518         WHEN "FIN-MOIS"
000519             MOVE WS-JOUR-FIN-MOIS TO WS-ETAPE-DUE
000520         WHEN "HORS-FERIE"
000521             IF WS-JOUR-FERIE = 'Y'
000522                 MOVE 'N' TO WS-ETAPE-DUE
000523             ELSE
000524                 MOVE 'Y' TO WS-ETAPE-DUE
000525             END-IF
000526         WHEN OTHER
000527             IF WS-PLAN-COND(WS-PLAN-IDX)
000528                     = WS-NOM-JOUR(WS-JOUR-SEMAINE)
000529                 MOVE 'Y' TO WS-ETAPE-DUE
000530             ELSE
000531                 MOVE 'N' TO WS-ETAPE-DUE
000532             END-IF
000533     END-EVALUATE.
000534
000535 load-calendar.
000536* Lecture du calendrier d'exploitation. Une ligne illisible arrete
000537* tout, comme pour le plan ; un calendrier absent n'arrete rien
000538* mais prive la chaine des feries et fins de mois declares.
000539     OPEN INPUT CAL-FILE.
000540     IF WS-CAL-STATUS = "00"
000541         MOVE 'Y' TO WS-CAL-PRESENT
000542         PERFORM UNTIL WS-CAL-STATUS NOT = "00"
000543             READ CAL-FILE
000544             IF WS-CAL-STATUS = "00"
000545                 IF CAL-LINE NOT = SPACES
000546                         AND CAL-LINE(1:1) NOT = "*"
000547                     PERFORM load-calendar-line
000548                 END-IF
000549             END-IF
000550         END-PERFORM
000551         CLOSE CAL-FILE
000552     END-IF.
000553     IF WS-CAL-FULL = 'Y'
000554         DISPLAY "ERREUR : calendrier de plus de 500 dates, "
000555             "chaine abandonnee" END-DISPLAY
000556         MOVE 'E' TO WS-JRN-SEV
000557         MOVE "calendrier de plus de 500 dates, chaine abandonnee"
000558             TO WS-JRN-MSG
000559         PERFORM write-journal
000560         MOVE 12 TO RETURN-CODE
000561         STOP RUN
000562     END-IF.
000563     IF WS-CAL-PRESENT = 'N' AND WS-CAL-REQUIS = 'Y'
000564         DISPLAY "ATTENTION : calendrier.dat introuvable, jours "
000565             "ouvres du lundi au vendredi sans ferie" END-DISPLAY
000566         MOVE 'W' TO WS-JRN-SEV
000567         MOVE SPACES TO WS-JRN-MSG
000568         STRING "calendrier.dat introuvable, jours ouvres du "
000569             "lundi au vendredi sans ferie"
000570             INTO WS-JRN-MSG
000571         END-STRING
000572         PERFORM write-journal
000573         MOVE 4 TO WS-JOB-RC
000574     END-IF.
000575
000576 load-calendar-line.
000577     MOVE SPACES TO WS-COND-TOK.
000578     MOVE 10 TO WS-COND-PTR.
000579     UNSTRING CAL-LINE DELIMITED BY ALL " "
000580         INTO WS-COND-TOK
000581         WITH POINTER WS-COND-PTR
000582     END-UNSTRING.
000583     MOVE 'N' TO WS-COND-OK.
000584     IF CAL-LINE(1:8) IS NUMERIC AND CAL-LINE(9:1) = SPACE
000585         MOVE CAL-LINE(1:8) TO WS-CAL-CHK-DATE
000586         IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-CHK-DATE) = 0
000587                 AND (WS-COND-TOK = "FERIE" OR "OUVRE"
000588                 OR "FIN-MOIS")
000589             MOVE 'Y' TO WS-COND-OK
000590         END-IF
000591     END-IF.
000592     IF WS-COND-OK = 'N'
000593         DISPLAY "ERREUR : ligne de calendrier illisible : "
000594             CAL-LINE(1:60) END-DISPLAY
000595         MOVE 'E' TO WS-JRN-SEV
000596         MOVE SPACES TO WS-JRN-MSG
000597         STRING "ligne de calendrier illisible : "
000598             CAL-LINE(1:46)
000599             INTO WS-JRN-MSG
000600         END-STRING
000601         PERFORM write-journal
000602         MOVE 12 TO RETURN-CODE
000603         STOP RUN
000604     END-IF.
000605     IF WS-CAL-COUNT < 500
000606         ADD 1 TO WS-CAL-COUNT
000607         MOVE CAL-LINE(1:8) TO WS-CAL-DATE(WS-CAL-COUNT)
000608         MOVE WS-COND-TOK TO WS-CAL-TYPE(WS-CAL-COUNT)
000609     ELSE
000610         MOVE 'Y' TO WS-CAL-FULL
000611     END-IF.
000612
000613 classify-date.
000614* Qualification de la journee de chaine : jour de la semaine,
000615* ferie, ouvre, fin de mois.
000616     MOVE WS-DATE-CHAINE TO WS-CAL-CHK-DATE.
000617     PERFORM check-business-day.
000618     MOVE WS-CAL-CHK-SEMAINE TO WS-JOUR-SEMAINE.
000619     MOVE WS-CAL-CHK-OUVRE TO WS-JOUR-OUVRE.
000620     IF WS-CAL-CHK-TYPE = "FERIE"
000621         MOVE 'Y' TO WS-JOUR-FERIE
000622     ELSE
000623         MOVE 'N' TO WS-JOUR-FERIE
000624     END-IF.
000625     PERFORM find-month-end.
000626
000627 check-business-day.
000628* Jour ouvre : du lundi au vendredi sauf ferie, ou jour declare
000629* OUVRE au calendrier. Le 1er janvier 1601, jour 1 du calendrier
000630* des dates entieres, etait un lundi.
000631     COMPUTE WS-CAL-INT =
000632         FUNCTION INTEGER-OF-DATE(WS-CAL-CHK-DATE).
000633     COMPUTE WS-CAL-CHK-SEMAINE =
000634         FUNCTION MOD(WS-CAL-INT - 1, 7) + 1.
000635     MOVE SPACES TO WS-CAL-CHK-TYPE.
000636     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
000637             UNTIL WS-CAL-IDX > WS-CAL-COUNT
000638         IF WS-CAL-DATE(WS-CAL-IDX) = WS-CAL-CHK-DATE
000639                 AND WS-CAL-TYPE(WS-CAL-IDX) NOT = "FIN-MOIS"
000640             MOVE WS-CAL-TYPE(WS-CAL-IDX) TO WS-CAL-CHK-TYPE
000641         END-IF
000642     END-PERFORM.
000643     EVALUATE TRUE
000644         WHEN WS-CAL-CHK-TYPE = "FERIE"
000645             MOVE 'N' TO WS-CAL-CHK-OUVRE
000646         WHEN WS-CAL-CHK-TYPE = "OUVRE"
000647             MOVE 'Y' TO WS-CAL-CHK-OUVRE
000648         WHEN WS-CAL-CHK-SEMAINE <= 5
000649             MOVE 'Y' TO WS-CAL-CHK-OUVRE
000650         WHEN OTHER
000651             MOVE 'N' TO WS-CAL-CHK-OUVRE
000652     END-EVALUATE.
000653
000654 find-month-end.
000655* Fin de mois declaree au calendrier pour le mois de la journee,
000656* sinon dernier jour ouvre du mois (recule depuis la veille du 1er
000657* du mois suivant).
000658     MOVE 'N' TO WS-JOUR-FIN-MOIS.
000659     MOVE 'N' TO WS-CAL-MOIS-FIXE.
000660     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
000661             UNTIL WS-CAL-IDX > WS-CAL-COUNT
000662         IF WS-CAL-TYPE(WS-CAL-IDX) = "FIN-MOIS"
000663                 AND WS-CAL-DATE(WS-CAL-IDX)(1:6)
000664                 = WS-DATE-CHAINE(1:6)
000665             MOVE 'Y' TO WS-CAL-MOIS-FIXE
000666             IF WS-CAL-DATE(WS-CAL-IDX) = WS-DATE-CHAINE
000667                 MOVE 'Y' TO WS-JOUR-FIN-MOIS
000668             END-IF
000669         END-IF
000670     END-PERFORM.
000671     IF WS-CAL-MOIS-FIXE = 'N'
000672         MOVE WS-DATE-CHAINE TO WS-FM-NUM
000673         MOVE 1 TO WS-FM-JJ
000674         IF WS-FM-MM = 12
000675             ADD 1 TO WS-FM-AAAA
000676             MOVE 1 TO WS-FM-MM
000677         ELSE
000678             ADD 1 TO WS-FM-MM
000679         END-IF
000680         COMPUTE WS-CAL-CHK-DATE = FUNCTION DATE-OF-INTEGER(
000681             FUNCTION INTEGER-OF-DATE(WS-FM-NUM) - 1)
000682         PERFORM check-business-day
000683         MOVE 0 TO WS-CAL-BORNE
000684         PERFORM UNTIL WS-CAL-CHK-OUVRE = 'Y' OR WS-CAL-BORNE > 30
000685             ADD 1 TO WS-CAL-BORNE
000686             COMPUTE WS-CAL-CHK-DATE = FUNCTION DATE-OF-INTEGER(
000687                 FUNCTION INTEGER-OF-DATE(WS-CAL-CHK-DATE) - 1)
000688             PERFORM check-business-day
000689         END-PERFORM
000690         IF WS-CAL-CHK-OUVRE = 'Y'
000691                 AND WS-CAL-CHK-DATE = WS-DATE-CHAINE
000692             MOVE 'Y' TO WS-JOUR-FIN-MOIS
000693         END-IF
000694     END-IF.
000695
000696 forecast-plan.
000697* Prevision : qualification de la date demandee et liste des
000698* etapes qui tourneraient ou seraient sautees ; rien n'est lance
000699* ni consigne dans chaine.log.
000700     IF WS-PREVISION IS NOT NUMERIC
000701         DISPLAY "ERREUR : JOUR5_CHAINE_PREVISION doit donner "
000702             "une date AAAAMMJJ" END-DISPLAY
000703         MOVE 12 TO RETURN-CODE
000704         STOP RUN
000705     END-IF.
000706     MOVE WS-PREVISION TO WS-DATE-CHAINE.
000707     IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHAINE) NOT = 0
000708         DISPLAY "ERREUR : JOUR5_CHAINE_PREVISION doit donner "
000709             "une date AAAAMMJJ" END-DISPLAY
000710         MOVE 12 TO RETURN-CODE
000711         STOP RUN
000712     END-IF.
000713     PERFORM classify-date.
000714     DISPLAY "Prevision de la chaine de nuit pour le "
000715         WS-DATE-CHAINE
000716         " (" FUNCTION TRIM(WS-NOM-JOUR(WS-JOUR-SEMAINE)) ")"
000717         END-DISPLAY.
000718     DISPLAY "  jour ouvre : " WS-JOUR-OUVRE " - ferie : "
000719         WS-JOUR-FERIE " - fin de mois : " WS-JOUR-FIN-MOIS
000720         END-DISPLAY.
000721     PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
000722             UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
000723         PERFORM check-step-due
000724         IF WS-ETAPE-DUE = 'Y'
000725             MOVE "PREVUE" TO WS-LOG-STATUT
000726         ELSE
000727             ADD 1 TO NB-CALENDRIER
000728             MOVE "SAUTE (calendrier)" TO WS-LOG-STATUT
000729         END-IF
000730         DISPLAY "  Etape " WS-PLAN-NUM(WS-PLAN-IDX) " "
000731             WS-LOG-STATUT(1:18) " @"
000732             WS-PLAN-COND(WS-PLAN-IDX) " "
000733             FUNCTION TRIM(WS-PLAN-CMD(WS-PLAN-IDX)) END-DISPLAY
000734     END-PERFORM.
000735     DISPLAY "Prevision : " WS-PLAN-COUNT " etape(s) au plan, "
000736         NB-CALENDRIER " sautee(s) (calendrier)" END-DISPLAY.
000737     MOVE 'I' TO WS-JRN-SEV.
000738     MOVE SPACES TO WS-JRN-MSG.
000739     STRING "prevision du plan pour le " WS-DATE-CHAINE ", "
000740         NB-CALENDRIER " etape(s) sautee(s) (calendrier)"
000741         INTO WS-JRN-MSG
000742     END-STRING.
000743     PERFORM write-journal.
000744     MOVE WS-JOB-RC TO RETURN-CODE.
000745     STOP RUN.
000746
000747 write-journal.
000748     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000749         ON EXCEPTION CONTINUE
000750     END-CALL.
