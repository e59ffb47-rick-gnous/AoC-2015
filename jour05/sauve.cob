000017*   REBUILD : reconstruction de master.dat depuis une sauvegarde
000018*     choisie, apres controle - la reconstruction est refusee si
000019*     la sauvegarde est douteuse ou si un passage est EN COURS
000020*     (verrou jour5.lock). Elle est sous double controle :
000021*     l'operateur JOUR5_OPERATEUR doit etre habilite au droit
000022*     REBUILD et consommer une approbation posee par un second
000023*     operateur (autorisation, mode APPROUVE), sinon refus (12).
000024* JOUR5_SAUVE_FICHIER nomme la sauvegarde pour VERIFY et REBUILD
000025* (obligatoire : pas de choix implicite pour une action qui
000026* ecrase le maitre). Code retour : 0 propre, 8 controle en
000027* echec, 12 erreur de fichier ou de parametrage.
000028* Une sauvegarde anterieure a l'estampille de version des regles
000029* (46 colonnes au lieu de 54) se controle et se recharge telle
000030* quelle : la version manquante arrive a blanc, c'est-a-dire
000031* inconnue, et requalification la completera.
000032
000033 ENVIRONMENT DIVISION.
000034    INPUT-OUTPUT SECTION.
000035    FILE-CONTROL.
000036         SELECT MASTER-FILE ASSIGN TO "master.dat"
000037         ORGANIZATION INDEXED
000038         ACCESS SEQUENTIAL
000039         RECORD KEY MASTER-CODE
000040         FILE STATUS IS WS-MASTER-STATUS.
000041         SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-NAME
000042         ORGANIZATION LINE SEQUENTIAL
000043         FILE STATUS IS WS-BACKUP-STATUS.
000044         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000045         ORGANIZATION LINE SEQUENTIAL
000046         FILE STATUS IS WS-LOCK-STATUS.
000047
000048 DATA DIVISION.
000049   FILE SECTION.
000050   FD MASTER-FILE.
000051     01 MASTER-REC.
000052       02 MASTER-CODE PIC X(20).
000053       02 MASTER-FIRST-SEEN PIC 9(8).
000054       02 MASTER-LAST-SEEN PIC 9(8).
000055       02 MASTER-PREM PIC X.
000056       02 MASTER-DEUX PIC X.
000057       02 MASTER-TROIS PIC X.
000058       02 MASTER-DUAL-SENT PIC X.
000059       02 MASTER-SEEN-COUNT PIC 9(6).
000060       02 MASTER-VERSION PIC X(8).
000061
000062   FD BACKUP-FILE.
000063     01 BACKUP-LINE PIC X(54).
000064
000065   FD LOCK-FILE.
000066     01 LOCK-LINE PIC X(80).
000067
000068   WORKING-STORAGE SECTION.
000069     77 WS-MASTER-STATUS PIC XX.
000070     77 WS-BACKUP-STATUS PIC XX.
000071     77 WS-LOCK-STATUS PIC XX.
000072     77 WS-BACKUP-NAME PIC X(60).
000073     77 WS-MODE-PARM PIC X(8).
000074     77 WS-MODE PIC X(8) VALUE "UNLOAD".
000075     77 WS-FICHIER-PARM PIC X(60).
000076     77 WS-TODAY PIC 9(8) VALUE 0.
000077     77 WS-FIN-FICHIER PIC X VALUE 'N'.
000078     77 NB-DECHARGES PIC 9(7) VALUE 0.
000079     77 NB-RECHARGES PIC 9(7) VALUE 0.
000080* Controle d'integrite de la sauvegarde : image d'un
000081* enregistrement, cle precedente pour l'ordre et les doublons,
000082* compteurs de violations par motif.
000083     01 WS-SAUVE-REC.
000084       05 SAU-CODE PIC X(20).
000085       05 SAU-FIRST PIC X(8).
000086       05 SAU-LAST PIC X(8).
000087       05 SAU-PREM PIC X.
000088       05 SAU-DEUX PIC X.
000089       05 SAU-TROIS PIC X.
000090       05 SAU-DUAL PIC X.
000091       05 SAU-COUNT PIC X(6).
000092       05 SAU-VERSION PIC X(8).
000093     77 WS-CLE-PREC PIC X(20) VALUE LOW-VALUES.
000094     77 NB-VERIFIES PIC 9(7) VALUE 0.
000095     77 NB-ERR-ORDRE PIC 9(5) VALUE 0.
000096     77 NB-ERR-DOUBLON PIC 9(5) VALUE 0.
000097     77 NB-ERR-NUMERIQUE PIC 9(5) VALUE 0.
000098     77 NB-ERR-CLE PIC 9(5) VALUE 0.
000099     77 NB-VIOLATIONS PIC 9(5) VALUE 0.
000100     77 WS-JOB-RC PIC 99 VALUE 0.
000101* Double controle (controle-acces) : l'operateur JOUR5_OPERATEUR
000102* consomme une approbation a usage unique posee par un second
000103* operateur ; refus, module absent ou registre inecrivable : rien
000104* n'est ecrase.
000105     77 WS-ACC-ACTION PIC X.
000106     77 WS-ACC-DROIT PIC X(8).
000107     77 WS-ACC-OPERATEUR PIC X(8).
000108     77 WS-ACC-APPROBATEUR PIC X(8).
000109     77 WS-ACC-VALIDITE PIC 9(4) VALUE 0.
000110     77 WS-ACC-MOTIF PIC X(40).
000111     77 WS-ACC-RESULT PIC X.
000112* Journal operateur commun (journal.txt, via journal-op) : les
000113* messages d'exploitation de la console sont aussi consignes
000114* horodates dans un fichier unique pour toute la suite, que la
000115* supervision greppe apres incident. Module absent ou journal
000116* inecrivable : la console reste seule, sans faire echouer le
000117* passage.
000118     77 WS-JRN-PROG PIC X(20) VALUE "sauve-maitre".
000119     77 WS-JRN-SEV PIC X.
000120     77 WS-JRN-MSG PIC X(80).
000121
000122 PROCEDURE DIVISION.
000123 main.
000124     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000125     ACCEPT WS-MODE-PARM FROM ENVIRONMENT "JOUR5_SAUVE_MODE".
000126     ACCEPT WS-FICHIER-PARM
000127         FROM ENVIRONMENT "JOUR5_SAUVE_FICHIER".
000128     IF WS-MODE-PARM = SPACES
000129         MOVE "UNLOAD" TO WS-MODE
000130     ELSE
000131         IF WS-MODE-PARM = "UNLOAD"
000132                 OR WS-MODE-PARM = "VERIFY"
000133                 OR WS-MODE-PARM = "REBUILD"
000134             MOVE WS-MODE-PARM TO WS-MODE
000135         ELSE
000136             DISPLAY "ERREUR : JOUR5_SAUVE_MODE invalide ("
000137                 FUNCTION TRIM(WS-MODE-PARM)
000138                 "), UNLOAD / VERIFY / REBUILD attendus"
000139                 END-DISPLAY
000140             MOVE 'E' TO WS-JRN-SEV
000141             MOVE "JOUR5_SAUVE_MODE invalide" TO WS-JRN-MSG
000142             PERFORM write-journal
000143             MOVE 12 TO RETURN-CODE
000144             STOP RUN
000145         END-IF
000146     END-IF.
000147     MOVE 'I' TO WS-JRN-SEV.
000148     MOVE SPACES TO WS-JRN-MSG.
000149     STRING "debut, mode " WS-MODE INTO WS-JRN-MSG
000150     END-STRING.
000151     PERFORM write-journal.
000152* VERIFY et REBUILD exigent une sauvegarde nommee explicitement :
000153* pas de choix implicite pour une action qui peut ecraser le
000154* maitre.
000155     IF WS-MODE = "UNLOAD"
000156         MOVE SPACES TO WS-BACKUP-NAME
000157         STRING "sauvegarde-maitre-" WS-TODAY ".txt"
000158             INTO WS-BACKUP-NAME
000159         END-STRING
000160     ELSE
000161         IF WS-FICHIER-PARM = SPACES
000162             DISPLAY "ERREUR : JOUR5_SAUVE_FICHIER doit nommer "
000163                 "la sauvegarde pour " WS-MODE END-DISPLAY
000164             MOVE 'E' TO WS-JRN-SEV
000165             MOVE "JOUR5_SAUVE_FICHIER absent" TO WS-JRN-MSG
000166             PERFORM write-journal
000167             MOVE 12 TO RETURN-CODE
000168             STOP RUN
000169         END-IF
000170         MOVE WS-FICHIER-PARM TO WS-BACKUP-NAME
000171     END-IF.
000172     EVALUATE WS-MODE
000173         WHEN "UNLOAD"
000174             PERFORM unload-master
000175             PERFORM verify-backup
000176         WHEN "VERIFY"
000177             PERFORM verify-backup
000178         WHEN "REBUILD"
000179             PERFORM check-run-lock
000180             PERFORM verify-backup
000181             IF NB-VIOLATIONS = 0
000182                 PERFORM check-authorization
000183                 PERFORM rebuild-master
000184             ELSE
000185                 DISPLAY "ERREUR : sauvegarde douteuse, "
000186                     "reconstruction refusee" END-DISPLAY
000187                 MOVE 'E' TO WS-JRN-SEV
000188                 MOVE "sauvegarde douteuse, rebuild refuse"
000189                     TO WS-JRN-MSG
000190                 PERFORM write-journal
000191                 MOVE 12 TO WS-JOB-RC
000192             END-IF
000193     END-EVALUATE.
000194     MOVE 'I' TO WS-JRN-SEV.
000195     MOVE SPACES TO WS-JRN-MSG.
000196     STRING "fin, mode " WS-MODE " - code retour " WS-JOB-RC
000197         INTO WS-JRN-MSG
000198     END-STRING.
000199     PERFORM write-journal.
000200     MOVE WS-JOB-RC TO RETURN-CODE.
000201     STOP RUN.
000202
000203 check-run-lock.
000204* Pas de reconstruction pendant un passage : le verrou EN COURS
000205* de jour-cinq arrete tout.
000206     OPEN INPUT LOCK-FILE.
000207     IF WS-LOCK-STATUS = "00"
000208         READ LOCK-FILE
000209         IF WS-LOCK-STATUS = "00"
000210                 AND LOCK-LINE(1:8) = "EN COURS"
000211             DISPLAY "ERREUR : un passage jour-cinq est en "
000212                 "cours, reconstruction refusee" END-DISPLAY
000213             MOVE 'E' TO WS-JRN-SEV
000214             MOVE "reconstruction refusee, passage en cours"
000215                 TO WS-JRN-MSG
000216             PERFORM write-journal
000217             CLOSE LOCK-FILE
000218             MOVE 12 TO RETURN-CODE
000219             STOP RUN
000220         END-IF
000221         CLOSE LOCK-FILE
000222     END-IF.
000223
000224 check-authorization.
000225     ACCEPT WS-ACC-OPERATEUR FROM ENVIRONMENT "JOUR5_OPERATEUR".
000226     MOVE 'U' TO WS-ACC-ACTION.
000227     MOVE "REBUILD" TO WS-ACC-DROIT.
000228     MOVE SPACES TO WS-ACC-APPROBATEUR.
000229     MOVE SPACES TO WS-ACC-MOTIF.
000230     MOVE SPACE TO WS-ACC-RESULT.
000231     CALL "controle-acces" USING WS-ACC-ACTION, WS-ACC-DROIT,
000232         WS-ACC-OPERATEUR, WS-ACC-APPROBATEUR, WS-ACC-VALIDITE,
000233         WS-ACC-MOTIF, WS-ACC-RESULT
000234         ON EXCEPTION
000235             MOVE 'E' TO WS-ACC-RESULT
000236             MOVE "module controle-acces absent" TO WS-ACC-MOTIF
000237     END-CALL.
000238     IF WS-ACC-RESULT NOT = 'T'
000239         IF WS-ACC-MOTIF = SPACES
000240             MOVE "registre des acces inecrivable" TO WS-ACC-MOTIF
000241         END-IF
000242         DISPLAY "ERREUR : reconstruction refusee sans double "
000243             "controle ("
000244             FUNCTION TRIM(WS-ACC-MOTIF) ")" END-DISPLAY
000245         MOVE 'E' TO WS-JRN-SEV
000246         MOVE SPACES TO WS-JRN-MSG
000247         STRING "reconstruction refusee, operateur "
000248             WS-ACC-OPERATEUR " : " WS-ACC-MOTIF
000249             INTO WS-JRN-MSG
000250         END-STRING
000251         PERFORM write-journal
000252         MOVE 12 TO RETURN-CODE
000253         STOP RUN
000254     END-IF.
000255     DISPLAY "Reconstruction autorisee : operateur "
000256         FUNCTION TRIM(WS-ACC-OPERATEUR) ", approuvee par "
000257         FUNCTION TRIM(WS-ACC-APPROBATEUR) END-DISPLAY.
000258
000259 unload-master.
000260     OPEN INPUT MASTER-FILE.
000261     IF WS-MASTER-STATUS NOT = "00"
000262         DISPLAY "ERREUR : master.dat indisponible (status "
000263             WS-MASTER-STATUS "), dechargement abandonne"
000264             END-DISPLAY
000265         MOVE 'E' TO WS-JRN-SEV
000266         MOVE "master.dat indisponible, dechargement abandonne"
000267             TO WS-JRN-MSG
000268         PERFORM write-journal
000269         MOVE 12 TO RETURN-CODE
000270         STOP RUN
000271     END-IF.
000272     OPEN OUTPUT BACKUP-FILE.
000273     IF WS-BACKUP-STATUS NOT = "00"
000274         DISPLAY "ERREUR : creation de la sauvegarde impossible "
000275             "(status " WS-BACKUP-STATUS ")" END-DISPLAY
000276         MOVE 'E' TO WS-JRN-SEV
000277         MOVE "creation de la sauvegarde impossible"
000278             TO WS-JRN-MSG
000279         PERFORM write-journal
000280         CLOSE MASTER-FILE
000281         MOVE 12 TO RETURN-CODE
000282         STOP RUN
000283     END-IF.
000284     MOVE 'N' TO WS-FIN-FICHIER.
000285     PERFORM UNTIL WS-FIN-FICHIER = 'Y'
000286         READ MASTER-FILE NEXT
000287             AT END MOVE 'Y' TO WS-FIN-FICHIER
000288             NOT AT END
000289                 MOVE MASTER-REC TO BACKUP-LINE
000290                 WRITE BACKUP-LINE END-WRITE
000291                 ADD 1 TO NB-DECHARGES
000292         END-READ
000293     END-PERFORM.
000294     CLOSE BACKUP-FILE.
000295     CLOSE MASTER-FILE.
000296     DISPLAY "Dechargement : " NB-DECHARGES " enregistrement(s)"
000297         " vers " FUNCTION TRIM(WS-BACKUP-NAME) END-DISPLAY.
000298
000299 verify-backup.
000300* Controle de la sauvegarde : chaque ligne doit porter une cle
000301* non vide, strictement croissante (ordre des cles de l'indexe,
000302* doublon sinon) et des zones numeriques numeriques. Tout ecart
000303* est compte et le passage sort en controle en echec (8).
000304     MOVE LOW-VALUES TO WS-CLE-PREC.
000305     MOVE 0 TO NB-VERIFIES.
000306     MOVE 0 TO NB-ERR-ORDRE.
000307     MOVE 0 TO NB-ERR-DOUBLON.
000308     MOVE 0 TO NB-ERR-NUMERIQUE.
000309     MOVE 0 TO NB-ERR-CLE.
000310     MOVE 0 TO NB-VIOLATIONS.
000311     OPEN INPUT BACKUP-FILE.
000312     IF WS-BACKUP-STATUS NOT = "00"
000313         DISPLAY "ERREUR : sauvegarde introuvable ("
000314             FUNCTION TRIM(WS-BACKUP-NAME) ", status "
000315             WS-BACKUP-STATUS ")" END-DISPLAY
000316         MOVE 'E' TO WS-JRN-SEV
000317         MOVE "sauvegarde introuvable" TO WS-JRN-MSG
000318         PERFORM write-journal
000319         MOVE 12 TO RETURN-CODE
000320         STOP RUN
000321     END-IF.
000322     MOVE 'N' TO WS-FIN-FICHIER.
000323     PERFORM UNTIL WS-FIN-FICHIER = 'Y'
000324         READ BACKUP-FILE
000325             AT END MOVE 'Y' TO WS-FIN-FICHIER
000326             NOT AT END PERFORM verify-one-line
000327         END-READ
000328     END-PERFORM.
000329     CLOSE BACKUP-FILE.
000330     COMPUTE NB-VIOLATIONS = NB-ERR-ORDRE + NB-ERR-DOUBLON
000331         + NB-ERR-NUMERIQUE + NB-ERR-CLE.
000332     DISPLAY "Controle de " FUNCTION TRIM(WS-BACKUP-NAME)
000333         " : " NB-VERIFIES " enregistrement(s)" END-DISPLAY.
000334     DISPLAY "  - cles vides : " NB-ERR-CLE
000335         " - doublons : " NB-ERR-DOUBLON
000336         " - hors ordre : " NB-ERR-ORDRE
000337         " - non numeriques : " NB-ERR-NUMERIQUE END-DISPLAY.
000338     IF NB-VIOLATIONS > 0
000339         DISPLAY "ATTENTION : controle de la sauvegarde en "
000340             "echec (" NB-VIOLATIONS " ecart(s))" END-DISPLAY
000341         MOVE 'W' TO WS-JRN-SEV
000342         MOVE "controle de la sauvegarde en echec"
000343             TO WS-JRN-MSG
000344         PERFORM write-journal
000345         IF WS-JOB-RC < 8
000346             MOVE 8 TO WS-JOB-RC
000347         END-IF
000348     END-IF.
000349* Un dechargement doit rendre exactement ce que le maitre
000350* contenait : tout ecart de compte est suspect.
000351     IF WS-MODE = "UNLOAD" AND NB-VERIFIES NOT = NB-DECHARGES
000352         DISPLAY "ATTENTION : compte du controle ("
000353             NB-VERIFIES ") different du dechargement ("
000354             NB-DECHARGES ")" END-DISPLAY
000355         MOVE 'W' TO WS-JRN-SEV
000356         MOVE "compte du controle different du dechargement"
000357             TO WS-JRN-MSG
000358         PERFORM write-journal
000359         IF WS-JOB-RC < 8
000360             MOVE 8 TO WS-JOB-RC
000361         END-IF
000362     END-IF.
000363
000364 verify-one-line.
000365     ADD 1 TO NB-VERIFIES.
000366     MOVE BACKUP-LINE TO WS-SAUVE-REC.
000367     IF SAU-CODE = SPACES
000368         ADD 1 TO NB-ERR-CLE
000369     END-IF.
000370     IF SAU-CODE = WS-CLE-PREC
000371         ADD 1 TO NB-ERR-DOUBLON
000372     ELSE
000373         IF SAU-CODE < WS-CLE-PREC
000374             ADD 1 TO NB-ERR-ORDRE
000375         END-IF
000376     END-IF.
000377     IF SAU-FIRST IS NOT NUMERIC OR SAU-LAST IS NOT NUMERIC
000378             OR SAU-COUNT IS NOT NUMERIC
000379         ADD 1 TO NB-ERR-NUMERIQUE
000380     END-IF.
000381     MOVE SAU-CODE TO WS-CLE-PREC.
000382
000383 rebuild-master.
000384* Reconstruction : master.dat est recree vide puis recharge dans
000385* l'ordre des cles de la sauvegarde controlee.
000386     OPEN OUTPUT MASTER-FILE.
000387     IF WS-MASTER-STATUS NOT = "00"
000388         DISPLAY "ERREUR : recreation de master.dat impossible "
000389             "(status " WS-MASTER-STATUS ")" END-DISPLAY
000390         MOVE 'E' TO WS-JRN-SEV
000391         MOVE "recreation de master.dat impossible"
000392             TO WS-JRN-MSG
000393         PERFORM write-journal
000394         MOVE 12 TO RETURN-CODE
000395         STOP RUN
000396     END-IF.
000397     OPEN INPUT BACKUP-FILE.
000398     IF WS-BACKUP-STATUS NOT = "00"
000399         DISPLAY "ERREUR : relecture de la sauvegarde "
000400             "impossible (status " WS-BACKUP-STATUS ")"
000401             END-DISPLAY
000402         MOVE 'E' TO WS-JRN-SEV
000403         MOVE SPACES TO WS-JRN-MSG
000404         STRING "relecture de la sauvegarde impossible (status "
000405             WS-BACKUP-STATUS ")"
000406             INTO WS-JRN-MSG
000407         END-STRING
000408         PERFORM write-journal
000409         CLOSE MASTER-FILE
000410         MOVE 12 TO RETURN-CODE
000411         STOP RUN
000412     END-IF.
000413     MOVE 'N' TO WS-FIN-FICHIER.
000414     PERFORM UNTIL WS-FIN-FICHIER = 'Y'
000415         READ BACKUP-FILE
000416             AT END MOVE 'Y' TO WS-FIN-FICHIER
000417             NOT AT END PERFORM rebuild-one-line
000418         END-READ
000419     END-PERFORM.
000420     CLOSE BACKUP-FILE.
000421     CLOSE MASTER-FILE.
000422     DISPLAY "Reconstruction : " NB-RECHARGES
000423         " enregistrement(s) recharges dans master.dat"
000424         END-DISPLAY.
000425
000426 rebuild-one-line.
000427     MOVE BACKUP-LINE TO MASTER-REC.
000428     WRITE MASTER-REC
000429         INVALID KEY
000430             DISPLAY "ERREUR : rechargement en echec (cle "
000431                 MASTER-CODE ")" END-DISPLAY
000432             MOVE 'E' TO WS-JRN-SEV
000433             MOVE "rechargement en echec" TO WS-JRN-MSG
000434             PERFORM write-journal
000435             MOVE 12 TO WS-JOB-RC
000436         NOT INVALID KEY
000437             ADD 1 TO NB-RECHARGES
000438     END-WRITE.
000439
000440 write-journal.
000441     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000442         ON EXCEPTION CONTINUE
000443     END-CALL.
