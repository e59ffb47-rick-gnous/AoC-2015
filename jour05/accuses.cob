000013* reel (plus d'une date unique JOUR5_DATE_ENVOI pour tout
000014* l'extrait), avec un echelonnement par anciennete : EN ATTENTE
000015* avant 3 jours, RELANCE des 3 jours, ESCALADE des 7 jours,
000016* ALERTE au-dela de 14 jours ; un code renvoye par renvoi-rejets
000017* est date de son dernier renvoi. Le motif d'un rejet est garde
000018* dans le registre pour le cycle de renvoi ; les rejets clos
000019* (definitifs ou abandonnes) sont comptes a part. Avec une table
000020* de routage (routage.dat, module routage), chaque destination
000021* aval renvoie ses accuses dans son propre fichier,
000022* accuses-DEST.txt, au meme format ; accuses.txt reste lu s'il
000023* est present. Un accuse recu d'une destination qui n'est pas
000024* celle de l'envoi au registre n'est pas pose et est liste en
000025* AUTRE DESTINATION ; les codes en attente sont listes avec leur
000026* destination. Code retour :
000027* 0 propre, 4 relance
000028* (sans reponse, rejetes ou illisibles), 8 accuse inconnu, accuse
000029* d'une autre destination ou code en souffrance depuis plus de 14
000030* jours, 12 erreur de fichier.
000031
000032 ENVIRONMENT DIVISION.
000033    INPUT-OUTPUT SECTION.
000034    FILE-CONTROL.
000035         SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
000036         ORGANIZATION LINE SEQUENTIAL
000037         FILE STATUS IS WS-ACK-STATUS.
000038         SELECT RELANCE-FILE ASSIGN TO "relance.txt"
000039         ORGANIZATION LINE SEQUENTIAL
000040         FILE STATUS IS WS-REL-STATUS.
000041
000042 DATA DIVISION.
000043   FILE SECTION.
000044   FD ACK-FILE.
000045     01 ACK-LINE PIC X(80).
000046
000047   FD RELANCE-FILE.
000048     01 RELANCE-LINE PIC X(132).
000049
000050   WORKING-STORAGE SECTION.
000051     77 WS-ACK-STATUS PIC XX.
000052     77 WS-REL-STATUS PIC XX.
000053* Interface avec registre-io : le registre des envois porte pour
000054* chaque code la date d'envoi reelle et le sort de son accuse.
000055     77 WS-REG-ACTION PIC X.
000056     77 WS-REG-CODE PIC X(20).
000057     77 WS-REG-DATE PIC 9(8).
000058     77 WS-REG-GENERATION PIC 9(8).
000059     77 WS-REG-ACK PIC X.
000060     77 WS-REG-ACK-DATE PIC 9(8).
000061     77 WS-REG-RESULT PIC X.
000062     77 WS-REG-INFO PIC X(48).
000063     77 WS-REG-OK PIC X VALUE 'N'.
000064     77 WS-ACK-CODE PIC X(20).
000065     77 WS-ACK-FLAG PIC X.
000066     77 WS-ACK-DATE PIC X(8).
000067     77 WS-ACK-MOTIF PIC X(30).
000068     77 WS-ACK-NAME PIC X(40) VALUE "accuses.txt".
000069* Destination aval du fichier d'accuses en cours (blanc pour
000070* accuses.txt) et interface avec le module routage, qui donne la
000071* liste des destinations de la table.
000072     77 WS-ACK-DEST PIC X(8) VALUE SPACES.
000073     77 WS-ACK-OPTIONNEL PIC X VALUE 'N'.
000074     77 NB-AUTRE-DEST PIC 9(4) VALUE 0.
000075     77 WS-RTE-OK PIC X VALUE 'N'.
000076     77 WS-RTE-ACTION PIC X.
000077     77 WS-RTE-SOURCE PIC X(6).
000078     77 WS-RTE-CODE PIC X(20).
000079     77 WS-RTE-DEST PIC X(8).
000080     77 WS-RTE-FICHIER PIC X(40).
000081     77 WS-RTE-LIGNES PIC 9(6).
000082     77 WS-RTE-RESULT PIC X.
000083     77 NB-ENVOYES PIC 9(6) VALUE 0.
000084     77 NB-ACQUITTES PIC 9(6) VALUE 0.
000085     77 NB-REJETES PIC 9(6) VALUE 0.
000086     77 NB-SANS-REPONSE PIC 9(6) VALUE 0.
000087     77 NB-INCONNUS PIC 9(4) VALUE 0.
000088     77 NB-ILLISIBLES PIC 9(4) VALUE 0.
000089* Rejets clos par renvoi-rejets (D definitif, X abandonne) et
000090* codes renvoyes encore sans reponse.
000091     77 NB-DEFINITIFS PIC 9(6) VALUE 0.
000092     77 NB-ABANDONNES PIC 9(6) VALUE 0.
000093     77 NB-RENVOYES PIC 9(6) VALUE 0.
000094     77 WS-DEPART-DATE PIC 9(8) VALUE 0.
000095     77 WS-DEPART-LIB PIC X(13).
000096* Echelonnement des codes sans reponse par anciennete d'envoi :
000097* relance a 3 jours, escalade a 7, alerte dure a 14.
000098     77 NB-RELANCES PIC 9(6) VALUE 0.
000099     77 NB-ESCALADES PIC 9(6) VALUE 0.
000100     77 NB-ALERTES PIC 9(6) VALUE 0.
000101     77 WS-TODAY PIC 9(8) VALUE 0.
000102     77 WS-AGE-JOURS PIC S9(5) VALUE 0.
000103     77 WS-AGE-EDIT PIC 9(5) VALUE 0.
000104     77 WS-JOB-RC PIC 99 VALUE 0.
000105     77 WS-FIN-BALAYAGE PIC X VALUE 'N'.
000106
000107* Journal operateur commun (journal.txt, via journal-op) : les
000108* messages d'exploitation de la console sont aussi consignes
000109* horodates dans un fichier unique pour toute la suite, que la
000110* supervision greppe apres incident. Module absent ou journal
000111* inecrivable : la console reste seule, sans faire echouer le
000112* passage.
000113     77 WS-JRN-PROG PIC X(20) VALUE "accuses-reception".
000114     77 WS-JRN-SEV PIC X.
000115     77 WS-JRN-MSG PIC X(80).
000116
000117 PROCEDURE DIVISION.
000118 main.
000119     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000120     MOVE 'I' TO WS-JRN-SEV.
000121     MOVE "debut du passage" TO WS-JRN-MSG.
000122     PERFORM write-journal.
000123     PERFORM open-register.
000124     OPEN OUTPUT RELANCE-FILE.
000125     IF WS-REL-STATUS NOT = "00"
000126         DISPLAY "ERREUR : creation de relance.txt impossible "
000127             "(status " WS-REL-STATUS ")" END-DISPLAY
000128         MOVE 'E' TO WS-JRN-SEV
000129         MOVE SPACES TO WS-JRN-MSG
000130         STRING "creation de relance.txt impossible (status "
000131             WS-REL-STATUS
000132             ")"
000133             INTO WS-JRN-MSG
000134         END-STRING
000135         PERFORM write-journal
000136         MOVE 12 TO RETURN-CODE
000137         STOP RUN
000138     END-IF.
000139     MOVE SPACES TO RELANCE-LINE.
000140     STRING "Rapprochement accuses de reception - " WS-TODAY
000141         " - registre des envois"
000142         INTO RELANCE-LINE
000143     END-STRING.
000144     WRITE RELANCE-LINE END-WRITE.
000145     PERFORM match-acks.
000146     PERFORM report-outstanding.
000147     MOVE SPACES TO RELANCE-LINE.
000148     STRING "Envoyes : " NB-ENVOYES
000149         " - acquittes : " NB-ACQUITTES
000150         " - rejetes : " NB-REJETES
000151         " - sans reponse : " NB-SANS-REPONSE
000152         " - inconnus : " NB-INCONNUS
000153         INTO RELANCE-LINE
000154     END-STRING.
000155     WRITE RELANCE-LINE END-WRITE.
000156     MOVE SPACES TO RELANCE-LINE.
000157     STRING "Rejets clos - definitifs : " NB-DEFINITIFS
000158         " - abandonnes : " NB-ABANDONNES
000159         " - renvoyes sans reponse : " NB-RENVOYES
000160         INTO RELANCE-LINE
000161     END-STRING.
000162     WRITE RELANCE-LINE END-WRITE.
000163     MOVE SPACES TO RELANCE-LINE.
000164     STRING "Relances (3 j) : " NB-RELANCES
000165         " - escalades (7 j) : " NB-ESCALADES
000166         " - alertes (14 j) : " NB-ALERTES
000167         INTO RELANCE-LINE
000168     END-STRING.
000169     WRITE RELANCE-LINE END-WRITE.
000170     IF WS-RTE-OK = 'Y'
000171         MOVE SPACES TO RELANCE-LINE
000172         STRING "Accuses d'une autre destination que l'envoi : "
000173             NB-AUTRE-DEST
000174             INTO RELANCE-LINE
000175         END-STRING
000176         WRITE RELANCE-LINE END-WRITE
000177     END-IF.
000178     CLOSE RELANCE-FILE.
000179     PERFORM close-register.
000180     DISPLAY "Codes envoyes au registre : " NB-ENVOYES
000181         END-DISPLAY.
000182     DISPLAY "  - acquittes : " NB-ACQUITTES END-DISPLAY.
000183     DISPLAY "  - rejetes : " NB-REJETES END-DISPLAY.
000184     DISPLAY "  - rejets definitifs : " NB-DEFINITIFS END-DISPLAY.
000185     DISPLAY "  - abandonnes apres renvois : " NB-ABANDONNES
000186         END-DISPLAY.
000187     DISPLAY "  - sans reponse : " NB-SANS-REPONSE END-DISPLAY.
000188     DISPLAY "  - dont alertes au-dela de 14 jours : " NB-ALERTES
000189         END-DISPLAY.
000190     DISPLAY "Accuses sans envoi correspondant : " NB-INCONNUS
000191         END-DISPLAY.
000192     DISPLAY "Accuses illisibles : " NB-ILLISIBLES END-DISPLAY.
000193     IF WS-RTE-OK = 'Y'
000194         DISPLAY "Accuses d'une autre destination : "
000195             NB-AUTRE-DEST END-DISPLAY
000196     END-IF.
000197* Code retour : un accuse sans envoi correspondant ou un code en
000198* souffrance depuis plus de 14 jours rendent le passage suspect
000199* (8) ; des codes sans reponse, rejetes ou illisibles appellent
000200* une relance (4) ; sinon propre.
000201     IF NB-SANS-REPONSE > 0 OR NB-REJETES > 0
000202             OR NB-ILLISIBLES > 0
000203         IF WS-JOB-RC < 4
000204             MOVE 4 TO WS-JOB-RC
000205         END-IF
000206     END-IF.
000207     IF NB-INCONNUS > 0 OR NB-ALERTES > 0 OR NB-AUTRE-DEST > 0
000208         IF WS-JOB-RC < 8
000209             MOVE 8 TO WS-JOB-RC
000210         END-IF
000211     END-IF.
000212     MOVE 'I' TO WS-JRN-SEV.
000213     MOVE SPACES TO WS-JRN-MSG.
000214     STRING "fin du passage, code retour " WS-JOB-RC
000215         INTO WS-JRN-MSG
000216     END-STRING.
000217     PERFORM write-journal.
000218     MOVE WS-JOB-RC TO RETURN-CODE.
000219     STOP RUN.
000220
000221 open-register.
000222* Sans registre des envois il n'y a ni dates d'envoi ni liste des
000223* codes en attente : le rapprochement est impossible et le job
000224* s'arrete en erreur plutot que de produire une relance vide.
000225     MOVE 'O' TO WS-REG-ACTION.
000226     MOVE 'Y' TO WS-REG-OK.
000227     MOVE SPACE TO WS-REG-RESULT.
000228     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000229         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000230         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000231         ON EXCEPTION MOVE 'N' TO WS-REG-OK
000232     END-CALL.
000233     IF WS-REG-RESULT = 'E'
000234         MOVE 'N' TO WS-REG-OK
000235     END-IF.
000236     IF WS-REG-OK = 'N'
000237         DISPLAY "ERREUR : registre des envois indisponible, "
000238             "rapprochement impossible" END-DISPLAY
000239         MOVE 'E' TO WS-JRN-SEV
000240         MOVE SPACES TO WS-JRN-MSG
000241         STRING "registre des envois indisponible, "
000242             "rapprochement impossible"
000243             INTO WS-JRN-MSG
000244         END-STRING
000245         PERFORM write-journal
000246         MOVE 12 TO RETURN-CODE
000247         STOP RUN
000248     END-IF.
000249
000250 close-register.
000251     MOVE 'F' TO WS-REG-ACTION.
000252     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000253         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000254         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000255         ON EXCEPTION CONTINUE
000256     END-CALL.
000257
000258 match-acks.
000259* Chaque accuse est pose sur le registre des envois ; un accuse
000260* sans correspondance est liste immediatement, les codes restes
000261* sans reponse seront relances par report-outstanding. Avec une
000262* table de routage, accuses.txt devient facultatif et chaque
000263* destination de la table doit deposer accuses-DEST.txt.
000264     PERFORM load-routing-table.
000265     MOVE "accuses.txt" TO WS-ACK-NAME.
000266     MOVE SPACES TO WS-ACK-DEST.
000267     MOVE WS-RTE-OK TO WS-ACK-OPTIONNEL.
000268     PERFORM read-ack-file.
000269     IF WS-RTE-OK = 'Y'
000270         MOVE 'N' TO WS-ACK-OPTIONNEL
000271         MOVE 'P' TO WS-RTE-ACTION
000272         PERFORM call-routage
000273         PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
000274             MOVE WS-RTE-DEST TO WS-ACK-DEST
000275             MOVE SPACES TO WS-ACK-NAME
000276             STRING "accuses-" FUNCTION TRIM(WS-RTE-DEST) ".txt"
000277                 INTO WS-ACK-NAME
000278             END-STRING
000279             PERFORM read-ack-file
000280             MOVE 'N' TO WS-RTE-ACTION
000281             PERFORM call-routage
000282         END-PERFORM
000283     END-IF.
000284
000285 load-routing-table.
000286* Sans table (ou sans module), seul accuses.txt est lu, comme
000287* avant le routage.
000288     MOVE 'C' TO WS-RTE-ACTION.
000289     PERFORM call-routage.
000290     IF WS-RTE-RESULT = 'T'
000291         MOVE 'Y' TO WS-RTE-OK
000292     END-IF.
000293     IF WS-RTE-RESULT = 'E'
000294         DISPLAY "ERREUR : table de routage routage.dat invalide "
000295             "(ligne " WS-RTE-LIGNES "), rapprochement impossible"
000296             END-DISPLAY
000297         MOVE 'E' TO WS-JRN-SEV
000298         MOVE SPACES TO WS-JRN-MSG
000299         STRING "table de routage routage.dat invalide (ligne "
000300             WS-RTE-LIGNES
000301             "), rapprochement impossible"
000302             INTO WS-JRN-MSG
000303         END-STRING
000304         PERFORM write-journal
000305         MOVE 12 TO RETURN-CODE
000306         STOP RUN
000307     END-IF.
000308
000309 call-routage.
000310     MOVE SPACE TO WS-RTE-RESULT.
000311     CALL "routage" USING WS-RTE-ACTION, WS-RTE-SOURCE,
000312         WS-RTE-CODE, WS-RTE-DEST, WS-RTE-FICHIER, WS-RTE-LIGNES,
000313         WS-RTE-RESULT
000314         ON EXCEPTION MOVE 'A' TO WS-RTE-RESULT
000315     END-CALL.
000316
000317 read-ack-file.
000318     OPEN INPUT ACK-FILE.
000319     IF WS-ACK-STATUS NOT = "00"
000320         IF WS-ACK-OPTIONNEL = 'N'
000321             DISPLAY "ATTENTION : " FUNCTION TRIM(WS-ACK-NAME)
000322                 " introuvable (status "
000323                 WS-ACK-STATUS "), tous les codes seront relances"
000324                 END-DISPLAY
000325             MOVE 'W' TO WS-JRN-SEV
000326             MOVE SPACES TO WS-JRN-MSG
000327             STRING FUNCTION TRIM(WS-ACK-NAME)
000328                 " introuvable (status " WS-ACK-STATUS
000329                 "), tous les codes seront relances"
000330                 INTO WS-JRN-MSG
000331             END-STRING
000332             PERFORM write-journal
000333             IF WS-JOB-RC < 4
000334                 MOVE 4 TO WS-JOB-RC
000335             END-IF
000336         END-IF
000337     ELSE
000338         PERFORM UNTIL WS-ACK-STATUS NOT = "00"
000339             READ ACK-FILE
000340             IF WS-ACK-STATUS = "00"
000341                 IF ACK-LINE NOT = SPACES
000342                     PERFORM match-one-ack
000343                 END-IF
000344             END-IF
000345         END-PERFORM
000346         CLOSE ACK-FILE
000347     END-IF.
000348
000349 match-one-ack.
000350     MOVE ACK-LINE(1:20) TO WS-ACK-CODE.
000351     MOVE ACK-LINE(22:1) TO WS-ACK-FLAG.
000352     MOVE ACK-LINE(24:8) TO WS-ACK-DATE.
000353     MOVE ACK-LINE(33:30) TO WS-ACK-MOTIF.
000354     IF WS-ACK-FLAG NOT = 'A' AND WS-ACK-FLAG NOT = 'R'
000355         ADD 1 TO NB-ILLISIBLES
000356         MOVE SPACES TO RELANCE-LINE
000357         STRING "ILLISIBLE : " ACK-LINE(1:60)
000358             INTO RELANCE-LINE
000359         END-STRING
000360         WRITE RELANCE-LINE END-WRITE
000361     ELSE
000362         PERFORM check-ack-destination
000363     END-IF.
000364     IF WS-ACK-FLAG = 'A' OR WS-ACK-FLAG = 'R'
000365         MOVE 'A' TO WS-REG-ACTION
000366         MOVE WS-ACK-CODE TO WS-REG-CODE
000367         MOVE WS-ACK-FLAG TO WS-REG-ACK
000368         MOVE SPACES TO WS-REG-INFO
000369         IF WS-ACK-FLAG = 'R'
000370             MOVE WS-ACK-MOTIF TO WS-REG-INFO(1:30)
000371         END-IF
000372* Une date d'accuse illisible est remplacee par la date du jour
000373* plutot que de laisser un zero dans le registre.
000374         IF WS-ACK-DATE IS NUMERIC
000375             MOVE WS-ACK-DATE TO WS-REG-ACK-DATE
000376         ELSE
000377             MOVE WS-TODAY TO WS-REG-ACK-DATE
000378         END-IF
000379         MOVE SPACE TO WS-REG-RESULT
000380         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000381             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000382             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000383             ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000384         END-CALL
000385         IF WS-REG-RESULT = 'A'
000386             ADD 1 TO NB-INCONNUS
000387             MOVE SPACES TO RELANCE-LINE
000388             STRING "INCONNU : " WS-ACK-CODE
000389                 " - acquitte le " WS-ACK-DATE
000390                 " sans envoi correspondant"
000391                 INTO RELANCE-LINE
000392             END-STRING
000393             WRITE RELANCE-LINE END-WRITE
000394         END-IF
000395         IF WS-REG-RESULT = 'T' AND WS-ACK-FLAG = 'R'
000396             MOVE SPACES TO RELANCE-LINE
000397             STRING "REJETE : " WS-ACK-CODE
000398                 " - le " WS-ACK-DATE
000399                 " - motif : " WS-ACK-MOTIF
000400                 INTO RELANCE-LINE
000401             END-STRING
000402             WRITE RELANCE-LINE END-WRITE
000403         END-IF
000404         IF WS-REG-RESULT = 'E'
000405             DISPLAY "ERREUR : pose de l'accuse impossible : "
000406                 WS-ACK-CODE END-DISPLAY
000407             MOVE 'E' TO WS-JRN-SEV
000408             MOVE SPACES TO WS-JRN-MSG
000409             STRING "pose de l'accuse impossible : " WS-ACK-CODE
000410                 INTO WS-JRN-MSG
000411             END-STRING
000412             PERFORM write-journal
000413             MOVE 12 TO WS-JOB-RC
000414         END-IF
000415     END-IF.
000416
000417 check-ack-destination.
000418* Un accuse depose par une destination ne vaut que pour un code
000419* envoye a cette destination ; un envoi d'avant le routage (sans
000420* destination au registre) accepte tout accuse.
000421     IF WS-ACK-DEST NOT = SPACES
000422         MOVE 'L' TO WS-REG-ACTION
000423         MOVE WS-ACK-CODE TO WS-REG-CODE
000424         MOVE SPACE TO WS-REG-RESULT
000425         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000426             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000427             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000428             ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000429         END-CALL
000430         IF WS-REG-RESULT = 'T'
000431                 AND WS-REG-INFO(41:8) NOT = SPACES
000432                 AND WS-REG-INFO(41:8) NOT = WS-ACK-DEST
000433             ADD 1 TO NB-AUTRE-DEST
000434             MOVE SPACES TO RELANCE-LINE
000435             STRING "AUTRE DESTINATION : " WS-ACK-CODE
000436                 " - accuse par " WS-ACK-DEST
000437                 " - envoye vers " WS-REG-INFO(41:8)
000438                 INTO RELANCE-LINE
000439             END-STRING
000440             WRITE RELANCE-LINE END-WRITE
000441             MOVE SPACE TO WS-ACK-FLAG
000442         END-IF
000443     END-IF.
000444
000445 report-outstanding.
000446* Balayage complet du registre : chaque code encore sans reponse
000447* est liste avec son anciennete calculee depuis SA date d'envoi,
000448* et monte l'echelle de relance a 3, 7 et 14 jours. Les compteurs
000449* d'ensemble (envoyes, acquittes, rejetes) sont tenus au passage.
000450     MOVE 'D' TO WS-REG-ACTION.
000451     MOVE SPACE TO WS-REG-RESULT.
000452     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000453         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000454         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000455         ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000456     END-CALL.
000457     IF WS-REG-RESULT NOT = 'T'
000458         MOVE 'Y' TO WS-FIN-BALAYAGE
000459     ELSE
000460         MOVE 'N' TO WS-FIN-BALAYAGE
000461     END-IF.
000462     PERFORM UNTIL WS-FIN-BALAYAGE = 'Y'
000463         MOVE 'S' TO WS-REG-ACTION
000464         MOVE SPACE TO WS-REG-RESULT
000465         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000466             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000467             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000468             ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000469         END-CALL
000470         IF WS-REG-RESULT = 'T'
000471             PERFORM tally-register-rec
000472         ELSE
000473             MOVE 'Y' TO WS-FIN-BALAYAGE
000474         END-IF
000475     END-PERFORM.
000476
000477 tally-register-rec.
000478     ADD 1 TO NB-ENVOYES.
000479     IF WS-REG-ACK = 'A'
000480         ADD 1 TO NB-ACQUITTES
000481     END-IF.
000482     IF WS-REG-ACK = 'R'
000483         ADD 1 TO NB-REJETES
000484     END-IF.
000485     IF WS-REG-ACK = 'D'
000486         ADD 1 TO NB-DEFINITIFS
000487     END-IF.
000488     IF WS-REG-ACK = 'X'
000489         ADD 1 TO NB-ABANDONNES
000490     END-IF.
000491     IF WS-REG-ACK = 'N'
000492         ADD 1 TO NB-SANS-REPONSE
000493         PERFORM write-outstanding-line
000494     END-IF.
000495
000496 write-outstanding-line.
000497* Un code renvoye apres rejet repart de la date de son dernier
000498* renvoi (INFO 33-40), pas de celle de son premier envoi.
000499     IF WS-REG-INFO(33:8) IS NUMERIC
000500             AND WS-REG-INFO(33:8) NOT = "00000000"
000501         MOVE WS-REG-INFO(33:8) TO WS-DEPART-DATE
000502         MOVE " - renvoye le" TO WS-DEPART-LIB
000503         ADD 1 TO NB-RENVOYES
000504     ELSE
000505         MOVE WS-REG-DATE TO WS-DEPART-DATE
000506         MOVE " - envoye le" TO WS-DEPART-LIB
000507     END-IF.
000508     COMPUTE WS-AGE-JOURS =
000509         FUNCTION INTEGER-OF-DATE(WS-TODAY)
000510         - FUNCTION INTEGER-OF-DATE(WS-DEPART-DATE).
000511     IF WS-AGE-JOURS < 0
000512         MOVE 0 TO WS-AGE-JOURS
000513     END-IF.
000514     MOVE WS-AGE-JOURS TO WS-AGE-EDIT.
000515     MOVE SPACES TO RELANCE-LINE.
000516     EVALUATE TRUE
000517         WHEN WS-AGE-JOURS > 14
000518             ADD 1 TO NB-ALERTES
000519             STRING "ALERTE : " WS-REG-CODE
000520                 FUNCTION TRIM(WS-DEPART-LIB TRAILING) " "
000521                 WS-DEPART-DATE
000522                 " - " WS-AGE-EDIT " jour(s) sans reponse"
000523                 " - destination " WS-REG-INFO(41:8)
000524                 INTO RELANCE-LINE
000525             END-STRING
000526         WHEN WS-AGE-JOURS >= 7
000527             ADD 1 TO NB-ESCALADES
000528             STRING "ESCALADE : " WS-REG-CODE
000529                 FUNCTION TRIM(WS-DEPART-LIB TRAILING) " "
000530                 WS-DEPART-DATE
000531                 " - " WS-AGE-EDIT " jour(s) sans reponse"
000532                 " - destination " WS-REG-INFO(41:8)
000533                 INTO RELANCE-LINE
000534             END-STRING
000535         WHEN WS-AGE-JOURS >= 3
000536             ADD 1 TO NB-RELANCES
000537             STRING "RELANCE : " WS-REG-CODE
000538                 FUNCTION TRIM(WS-DEPART-LIB TRAILING) " "
000539                 WS-DEPART-DATE
000540                 " - " WS-AGE-EDIT " jour(s) sans reponse"
000541                 " - destination " WS-REG-INFO(41:8)
000542                 INTO RELANCE-LINE
000543             END-STRING
000544         WHEN OTHER
000545             STRING "EN ATTENTE : " WS-REG-CODE
000546                 FUNCTION TRIM(WS-DEPART-LIB TRAILING) " "
000547                 WS-DEPART-DATE
000548                 " - " WS-AGE-EDIT " jour(s)"
000549                 " - destination " WS-REG-INFO(41:8)
000550                 INTO RELANCE-LINE
000551             END-STRING
000552     END-EVALUATE.
000553     WRITE RELANCE-LINE END-WRITE.
000554
000555 write-journal.
000556     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000557         ON EXCEPTION CONTINUE
000558     END-CALL.
