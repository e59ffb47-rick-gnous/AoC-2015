000016* / retenus / archives / proteges et le code conserve le plus
000017* ancien. Code retour : 0 propre, 4 avertissement (registre
000018* indisponible, rapport inecrivable), 12 erreur.
000019* L'epuration est sous double controle : l'operateur
000020* JOUR5_OPERATEUR doit etre habilite au droit EPURE et consommer
000021* une approbation posee par un second operateur (autorisation,
000022* mode APPROUVE) ; a defaut rien n'est epure (12). Une epuration
000023* lancee par la chaine de nuit demande donc une approbation
000024* posee dans la soiree, de validite suffisante.
000025
000026 ENVIRONMENT DIVISION.
000027    INPUT-OUTPUT SECTION.
000028    FILE-CONTROL.
000029         SELECT MASTER-FILE ASSIGN TO "master.dat"
000030         ORGANIZATION INDEXED
000031         ACCESS SEQUENTIAL
000032         RECORD KEY MASTER-CODE
000033         FILE STATUS IS WS-MASTER-STATUS.
000034         SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
000035         ORGANIZATION LINE SEQUENTIAL
000036         FILE STATUS IS WS-ARCH-STATUS.
000037         SELECT PURGE-REPORT ASSIGN TO "epuration.txt"
000038         ORGANIZATION LINE SEQUENTIAL
000039         FILE STATUS IS WS-RPT-STATUS.
000040         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000041         ORGANIZATION LINE SEQUENTIAL
000042         FILE STATUS IS WS-LOCK-STATUS.
000043
000044 DATA DIVISION.
000045   FILE SECTION.
000046   FD LOCK-FILE.
000047     01 LOCK-LINE PIC X(80).
000048
000049   FD MASTER-FILE.
000050     01 MASTER-REC.
000051       02 MASTER-CODE PIC X(20).
000052       02 MASTER-FIRST-SEEN PIC 9(8).
000053       02 MASTER-LAST-SEEN PIC 9(8).
000054       02 MASTER-PREM PIC X.
000055       02 MASTER-DEUX PIC X.
000056       02 MASTER-TROIS PIC X.
000057       02 MASTER-DUAL-SENT PIC X.
000058       02 MASTER-SEEN-COUNT PIC 9(6).
000059       02 MASTER-VERSION PIC X(8).
000060
000061   FD ARCHIVE-FILE.
000062     01 ARCHIVE-LINE PIC X(54).
000063
000064   FD PURGE-REPORT.
000065     01 RPT-LINE PIC X(100).
000066
000067   WORKING-STORAGE SECTION.
000068     77 WS-MASTER-STATUS PIC XX.
000069     77 WS-ARCH-STATUS PIC XX.
000070     77 WS-RPT-STATUS PIC XX.
000071     77 WS-ARCH-NAME PIC X(30).
000072     77 WS-TODAY PIC 9(8) VALUE 0.
000073     77 WS-RETENTION-PARM PIC X(6).
000074     77 WS-RETENTION-CHK PIC S9(4).
000075     77 WS-RETENTION-JOURS PIC 9(5) VALUE 0.
000076     77 WS-LOCK-STATUS PIC XX.
000077     77 WS-AGE-JOURS PIC S9(7) VALUE 0.
000078* Interface avec registre-io : seul un code dual deja acquitte au
000079* registre des envois peut etre epure, les envois encore ouverts
000080* etant proteges quel que soit leur age. Registre indisponible :
000081* tous les codes dual restent proteges, par prudence.
000082     77 WS-REG-ACTION PIC X.
000083     77 WS-REG-CODE PIC X(20).
000084     77 WS-REG-DATE PIC 9(8).
000085     77 WS-REG-GENERATION PIC 9(8).
000086     77 WS-REG-ACK PIC X.
000087     77 WS-REG-ACK-DATE PIC 9(8).
000088     77 WS-REG-RESULT PIC X.
000089     77 WS-REG-INFO PIC X(48).
000090     77 WS-REG-OK PIC X VALUE 'N'.
000091     77 WS-ACQ-FOUND PIC X.
000092     77 NB-EPURES PIC 9(6) VALUE 0.
000093     77 NB-RETENUS PIC 9(6) VALUE 0.
000094     77 NB-ARCHIVES PIC 9(6) VALUE 0.
000095     77 NB-PROTEGES PIC 9(6) VALUE 0.
000096     77 WS-PLUS-ANCIEN-DATE PIC 9(8) VALUE 99999999.
000097     77 WS-PLUS-ANCIEN-CODE PIC X(20) VALUE SPACES.
000098     77 WS-FIN-MAITRE PIC X VALUE 'N'.
000099     77 WS-JOB-RC PIC 99 VALUE 0.
000100* Double controle (controle-acces) : l'operateur JOUR5_OPERATEUR
000101* consomme une approbation a usage unique posee par un second
000102* operateur ; refus, module absent ou registre inecrivable : rien
000103* n'est epure.
000104     77 WS-ACC-ACTION PIC X.
000105     77 WS-ACC-DROIT PIC X(8).
000106     77 WS-ACC-OPERATEUR PIC X(8).
000107     77 WS-ACC-APPROBATEUR PIC X(8).
000108     77 WS-ACC-VALIDITE PIC 9(4) VALUE 0.
000109     77 WS-ACC-MOTIF PIC X(40).
000110     77 WS-ACC-RESULT PIC X.
000111
000112* Journal operateur commun (journal.txt, via journal-op) : les
000113* messages d'exploitation de la console sont aussi consignes
000114* horodates dans un fichier unique pour toute la suite, que la
000115* supervision greppe apres incident. Module absent ou journal
000116* inecrivable : la console reste seule, sans faire echouer le
000117* passage.
000118     77 WS-JRN-PROG PIC X(20) VALUE "epure-maitre".
000119     77 WS-JRN-SEV PIC X.
000120     77 WS-JRN-MSG PIC X(80).
000121
000122 PROCEDURE DIVISION.
000123 main.
000124     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000125* La retention est obligatoire et explicite : pas de valeur par
000126* defaut pour un utilitaire qui supprime des enregistrements.
000127     ACCEPT WS-RETENTION-PARM
000128         FROM ENVIRONMENT "JOUR5_RETENTION_JOURS".
000129     COMPUTE WS-RETENTION-CHK =
000130         FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RETENTION-PARM)).
000131     IF WS-RETENTION-PARM = SPACES OR WS-RETENTION-CHK NOT = 0
000132         DISPLAY "ERREUR : JOUR5_RETENTION_JOURS doit donner la "
000133             "retention en jours, epuration abandonnee"
000134             END-DISPLAY
000135         MOVE 'E' TO WS-JRN-SEV
000136         MOVE SPACES TO WS-JRN-MSG
000137         STRING "JOUR5_RETENTION_JOURS doit donner la "
000138             "retention en jours, epuration abandonnee"
000139             INTO WS-JRN-MSG
000140         END-STRING
000141         PERFORM write-journal
000142         MOVE 12 TO RETURN-CODE
000143         STOP RUN
000144     END-IF.
000145     COMPUTE WS-RETENTION-JOURS =
000146         FUNCTION NUMVAL(FUNCTION TRIM(WS-RETENTION-PARM)).
000147     IF WS-RETENTION-JOURS = 0
000148         DISPLAY "ERREUR : retention de zero jour refusee, "
000149             "epuration abandonnee" END-DISPLAY
000150         MOVE 'E' TO WS-JRN-SEV
000151         MOVE SPACES TO WS-JRN-MSG
000152         STRING "retention de zero jour refusee, "
000153             "epuration abandonnee"
000154             INTO WS-JRN-MSG
000155         END-STRING
000156         PERFORM write-journal
000157         MOVE 12 TO RETURN-CODE
000158         STOP RUN
000159     END-IF.
000160     PERFORM open-register.
000161     MOVE 'I' TO WS-JRN-SEV.
000162     MOVE "debut de l'epuration" TO WS-JRN-MSG.
000163     PERFORM write-journal.
000164     PERFORM check-run-lock.
000165     PERFORM check-authorization.
000166     MOVE SPACES TO WS-ARCH-NAME.
000167     STRING "archive-maitre-" WS-TODAY ".txt"
000168         INTO WS-ARCH-NAME
000169     END-STRING.
000170     OPEN I-O MASTER-FILE.
000171     IF WS-MASTER-STATUS NOT = "00"
000172         DISPLAY "ERREUR : master.dat indisponible (status "
000173             WS-MASTER-STATUS "), epuration abandonnee"
000174             END-DISPLAY
000175         MOVE 'E' TO WS-JRN-SEV
000176         MOVE SPACES TO WS-JRN-MSG
000177         STRING "master.dat indisponible (status "
000178             WS-MASTER-STATUS
000179             "), epuration abandonnee"
000180             INTO WS-JRN-MSG
000181         END-STRING
000182         PERFORM write-journal
000183         MOVE 12 TO RETURN-CODE
000184         STOP RUN
000185     END-IF.
000186* L'archive est completee si elle existe deja (deux epurations le
000187* meme jour), jamais ecrasee : l'historique ne se perd pas.
000188     OPEN EXTEND ARCHIVE-FILE.
000189     IF WS-ARCH-STATUS = "35"
000190         OPEN OUTPUT ARCHIVE-FILE
000191     END-IF.
000192     IF WS-ARCH-STATUS NOT = "00"
000193         DISPLAY "ERREUR : ouverture de l'archive impossible "
000194             "(status " WS-ARCH-STATUS "), epuration abandonnee"
000195             END-DISPLAY
000196         MOVE 'E' TO WS-JRN-SEV
000197         MOVE SPACES TO WS-JRN-MSG
000198         STRING "ouverture de l'archive impossible (status "
000199             WS-ARCH-STATUS
000200             "), epuration abandonnee"
000201             INTO WS-JRN-MSG
000202         END-STRING
000203         PERFORM write-journal
000204         CLOSE MASTER-FILE
000205         MOVE 12 TO RETURN-CODE
000206         STOP RUN
000207     END-IF.
000208     PERFORM UNTIL WS-FIN-MAITRE = 'Y'
000209         READ MASTER-FILE NEXT
000210             AT END MOVE 'Y' TO WS-FIN-MAITRE
000211             NOT AT END PERFORM examine-master-rec
000212         END-READ
000213     END-PERFORM.
000214     CLOSE ARCHIVE-FILE.
000215     CLOSE MASTER-FILE.
000216     PERFORM close-register.
000217     PERFORM write-purge-report.
000218     DISPLAY "Epuration du fichier maitre - retention "
000219         WS-RETENTION-JOURS " jour(s)" END-DISPLAY.
000220     DISPLAY "  - epures et archives : " NB-EPURES END-DISPLAY.
000221     DISPLAY "  - retenus : " NB-RETENUS END-DISPLAY.
000222     DISPLAY "  - proteges (envoi dual sans acquittement) : "
000223         NB-PROTEGES END-DISPLAY.
000224     MOVE 'I' TO WS-JRN-SEV.
000225     MOVE SPACES TO WS-JRN-MSG.
000226     STRING "fin de l'epuration, code retour " WS-JOB-RC
000227         INTO WS-JRN-MSG
000228     END-STRING.
000229     PERFORM write-journal.
000230     MOVE WS-JOB-RC TO RETURN-CODE.
000231     STOP RUN.
000232
000233 check-run-lock.
000234* Pas d'epuration pendant un passage : jour-cinq tient master.dat
000235* ouvert en mise a jour via maitre-io, et supprimer des
000236* enregistrements sous ses pieds corromprait le seul fichier que
000237* la suite ne peut pas perdre. Meme refus que le REBUILD de
000238* sauve-maitre sur le verrou EN COURS.
000239     OPEN INPUT LOCK-FILE.
000240     IF WS-LOCK-STATUS = "00"
000241         READ LOCK-FILE
000242         IF WS-LOCK-STATUS = "00"
000243                 AND LOCK-LINE(1:8) = "EN COURS"
000244             DISPLAY "ERREUR : un passage jour-cinq est en "
000245                 "cours, epuration refusee" END-DISPLAY
000246             MOVE 'E' TO WS-JRN-SEV
000247             MOVE "epuration refusee, passage en cours"
000248                 TO WS-JRN-MSG
000249             PERFORM write-journal
000250             CLOSE LOCK-FILE
000251             MOVE 12 TO RETURN-CODE
000252             STOP RUN
000253         END-IF
000254         CLOSE LOCK-FILE
000255     END-IF.
000256
000257 check-authorization.
000258     ACCEPT WS-ACC-OPERATEUR FROM ENVIRONMENT "JOUR5_OPERATEUR".
000259     MOVE 'U' TO WS-ACC-ACTION.
000260     MOVE "EPURE" TO WS-ACC-DROIT.
000261     MOVE SPACES TO WS-ACC-APPROBATEUR.
000262     MOVE SPACES TO WS-ACC-MOTIF.
000263     MOVE SPACE TO WS-ACC-RESULT.
000264     CALL "controle-acces" USING WS-ACC-ACTION, WS-ACC-DROIT,
000265         WS-ACC-OPERATEUR, WS-ACC-APPROBATEUR, WS-ACC-VALIDITE,
000266         WS-ACC-MOTIF, WS-ACC-RESULT
000267         ON EXCEPTION
000268             MOVE 'E' TO WS-ACC-RESULT
000269             MOVE "module controle-acces absent" TO WS-ACC-MOTIF
000270     END-CALL.
000271     IF WS-ACC-RESULT NOT = 'T'
000272         IF WS-ACC-MOTIF = SPACES
000273             MOVE "registre des acces inecrivable" TO WS-ACC-MOTIF
000274         END-IF
000275         DISPLAY "ERREUR : epuration refusee sans double "
000276             "controle ("
000277             FUNCTION TRIM(WS-ACC-MOTIF) ")" END-DISPLAY
000278         MOVE 'E' TO WS-JRN-SEV
000279         MOVE SPACES TO WS-JRN-MSG
000280         STRING "epuration refusee, operateur "
000281             WS-ACC-OPERATEUR " : " WS-ACC-MOTIF
000282             INTO WS-JRN-MSG
000283         END-STRING
000284         PERFORM write-journal
000285         MOVE 12 TO RETURN-CODE
000286         STOP RUN
000287     END-IF.
000288     DISPLAY "Epuration autorisee : operateur "
000289         FUNCTION TRIM(WS-ACC-OPERATEUR) ", approuvee par "
000290         FUNCTION TRIM(WS-ACC-APPROBATEUR) END-DISPLAY.
000291
000292 open-register.
000293* Ouvre le registre des envois via registre-io ; module ou
000294* registre indisponible, aucun code dual n'est considere comme
000295* acquitte et tous restent proteges.
000296     MOVE 'O' TO WS-REG-ACTION.
000297     MOVE 'Y' TO WS-REG-OK.
000298     MOVE SPACE TO WS-REG-RESULT.
000299     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000300         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000301         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000302         ON EXCEPTION MOVE 'N' TO WS-REG-OK
000303     END-CALL.
000304     IF WS-REG-RESULT = 'E'
000305         MOVE 'N' TO WS-REG-OK
000306     END-IF.
000307     IF WS-REG-OK = 'N'
000308         DISPLAY "ATTENTION : registre des envois indisponible, "
000309             "tous les envois dual sont proteges" END-DISPLAY
000310         MOVE 'W' TO WS-JRN-SEV
000311         MOVE SPACES TO WS-JRN-MSG
000312         STRING "registre indisponible, tous les envois "
000313             "dual proteges"
000314             INTO WS-JRN-MSG
000315         END-STRING
000316         PERFORM write-journal
000317         MOVE 4 TO WS-JOB-RC
000318     END-IF.
000319
000320 close-register.
000321     IF WS-REG-OK = 'Y'
000322         MOVE 'F' TO WS-REG-ACTION
000323         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000324             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000325             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000326             ON EXCEPTION CONTINUE
000327         END-CALL
000328     END-IF.
000329
000330 examine-master-rec.
000331     COMPUTE WS-AGE-JOURS =
000332         FUNCTION INTEGER-OF-DATE(WS-TODAY)
000333         - FUNCTION INTEGER-OF-DATE(MASTER-LAST-SEEN).
000334     IF WS-AGE-JOURS <= WS-RETENTION-JOURS
000335         PERFORM note-retenu
000336     ELSE
000337         IF MASTER-DUAL-SENT = 'Y'
000338             PERFORM check-acquitte
000339             IF WS-ACQ-FOUND = 'Y'
000340                 PERFORM purge-master-rec
000341             ELSE
000342* Envoi dual encore ouvert cote provisioning : le code est retenu
000343* quel que soit son age, pour ne jamais perdre un en-cours.
000344                 ADD 1 TO NB-PROTEGES
000345                 PERFORM note-retenu
000346             END-IF
000347         ELSE
000348             PERFORM purge-master-rec
000349         END-IF
000350     END-IF.
000351
000352 note-retenu.
000353     ADD 1 TO NB-RETENUS.
000354     IF MASTER-LAST-SEEN < WS-PLUS-ANCIEN-DATE
000355         MOVE MASTER-LAST-SEEN TO WS-PLUS-ANCIEN-DATE
000356         MOVE MASTER-CODE TO WS-PLUS-ANCIEN-CODE
000357     END-IF.
000358
000359 check-acquitte.
000360* Le code est acquitte si le registre des envois le connait avec
000361* un accuse A, ou clos par un rejet definitif (D) ou un abandon
000362* apres renvois (X) ; tout autre cas (sans reponse, rejete en
000363* attente de renvoi, absent du registre) laisse l'envoi ouvert et
000364* le code protege.
000365     MOVE 'N' TO WS-ACQ-FOUND.
000366     IF WS-REG-OK = 'Y'
000367         MOVE 'L' TO WS-REG-ACTION
000368         MOVE MASTER-CODE TO WS-REG-CODE
000369         MOVE SPACE TO WS-REG-RESULT
000370         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000371             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000372             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000373             ON EXCEPTION MOVE 'N' TO WS-REG-OK
000374         END-CALL
000375         IF WS-REG-RESULT = 'T' AND (WS-REG-ACK = 'A'
000376                 OR WS-REG-ACK = 'D' OR WS-REG-ACK = 'X')
000377             MOVE 'Y' TO WS-ACQ-FOUND
000378         END-IF
000379     END-IF.
000380
000381 purge-master-rec.
000382* L'enregistrement part d'abord dans l'archive ; il n'est retire
000383* du maitre que si l'archivage a reussi, sinon il est retenu et
000384* le passage est marque en erreur.
000385     MOVE MASTER-REC TO ARCHIVE-LINE.
000386     WRITE ARCHIVE-LINE END-WRITE.
000387     IF WS-ARCH-STATUS NOT = "00"
000388         DISPLAY "ERREUR : archivage en echec (status "
000389             WS-ARCH-STATUS "), code retenu : " MASTER-CODE
000390             END-DISPLAY
000391         MOVE 'E' TO WS-JRN-SEV
000392         MOVE SPACES TO WS-JRN-MSG
000393         STRING "archivage en echec (status "
000394             WS-ARCH-STATUS
000395             "), code retenu : "
000396             MASTER-CODE
000397             INTO WS-JRN-MSG
000398         END-STRING
000399         PERFORM write-journal
000400         PERFORM note-retenu
000401         MOVE 12 TO WS-JOB-RC
000402     ELSE
000403         ADD 1 TO NB-ARCHIVES
000404         DELETE MASTER-FILE END-DELETE
000405         IF WS-MASTER-STATUS = "00"
000406             ADD 1 TO NB-EPURES
000407         ELSE
000408             DISPLAY "ERREUR : suppression en echec (status "
000409                 WS-MASTER-STATUS ") : " MASTER-CODE END-DISPLAY
000410             MOVE 'E' TO WS-JRN-SEV
000411             MOVE SPACES TO WS-JRN-MSG
000412             STRING "suppression en echec (status "
000413                 WS-MASTER-STATUS
000414                 ") : "
000415                 MASTER-CODE
000416                 INTO WS-JRN-MSG
000417             END-STRING
000418             PERFORM write-journal
000419             PERFORM note-retenu
000420             MOVE 12 TO WS-JOB-RC
000421         END-IF
000422     END-IF.
000423
000424 write-purge-report.
000425     OPEN OUTPUT PURGE-REPORT.
000426     IF WS-RPT-STATUS NOT = "00"
000427         DISPLAY "ATTENTION : ecriture de epuration.txt "
000428             "impossible (status " WS-RPT-STATUS ")" END-DISPLAY
000429         MOVE 'W' TO WS-JRN-SEV
000430         MOVE SPACES TO WS-JRN-MSG
000431         STRING "ecriture de epuration.txt impossible (status "
000432             WS-RPT-STATUS
000433             ")"
000434             INTO WS-JRN-MSG
000435         END-STRING
000436         PERFORM write-journal
000437         IF WS-JOB-RC < 4
000438             MOVE 4 TO WS-JOB-RC
000439         END-IF
000440     ELSE
000441         MOVE SPACES TO RPT-LINE
000442         STRING "Epuration du fichier maitre - " WS-TODAY
000443             " - retention " WS-RETENTION-JOURS " jour(s)"
000444             INTO RPT-LINE
000445         END-STRING
000446         WRITE RPT-LINE END-WRITE
000447         MOVE SPACES TO RPT-LINE
000448         STRING "Archive : " WS-ARCH-NAME
000449             INTO RPT-LINE
000450         END-STRING
000451         WRITE RPT-LINE END-WRITE
000452         MOVE SPACES TO RPT-LINE
000453         STRING "  Epures : " NB-EPURES
000454             " - archives : " NB-ARCHIVES
000455             " - retenus : " NB-RETENUS
000456             " - proteges : " NB-PROTEGES
000457             INTO RPT-LINE
000458         END-STRING
000459         WRITE RPT-LINE END-WRITE
000460         MOVE SPACES TO RPT-LINE
000461         IF NB-RETENUS > 0
000462             STRING "  Code conserve le plus ancien : "
000463                 WS-PLUS-ANCIEN-CODE
000464                 " - derniere vue " WS-PLUS-ANCIEN-DATE
000465                 INTO RPT-LINE
000466             END-STRING
000467         ELSE
000468             MOVE "  Aucun code conserve." TO RPT-LINE
000469         END-IF
000470         WRITE RPT-LINE END-WRITE
000471         CLOSE PURGE-REPORT
000472     END-IF.
000473
000474 write-journal.
000475     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000476         ON EXCEPTION CONTINUE
000477     END-CALL.
