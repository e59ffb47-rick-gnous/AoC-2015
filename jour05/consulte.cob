000013* des fichiers du jour. Une saisie terminee par * ("abc*") lance
000014* une recherche par prefixe dans le maitre, pour le code partiel
000015* note au telephone. La commande E feuillette le fichier des
000016* exceptions page par page, Q quitte. Le blocage qui s'applique
000017* au code (liste des blocages via blocage-io : HOLD ou BLOCK,
000018* pose sur le code ou sur l'un de ses prefixes) est affiche avec
000019* son motif, son operateur et son expiration, y compris un
000020* blocage expire ; la recherche par prefixe signale les codes
000021* bloques.
000022* Mode par lots : si JOUR5_DEMANDES nomme un fichier de demandes
000023* (un code ou un prefixe par ligne, * en colonne 1 pour un
000024* commentaire), les reponses partent dans reponses.txt sans
000025* dialogue, pour les equipes qui nous demandent des recherches.
000026* Une saisie CODE@AAAAMMJJ repond sur une nuit passee : le passage
000027* de ce jour est cherche au catalogue des generations (module
000028* catalogue) et le code est cherche dans les generations classees
000029* de ce jour-la (audit, exceptions, dual-approved), pour les
000030* litiges sur les verdicts d'une nuit anterieure.
000031
000032 ENVIRONMENT DIVISION.
000033    INPUT-OUTPUT SECTION.
000034    FILE-CONTROL.
000035         SELECT AUDIT-FILE ASSIGN TO "audit.txt"
000036         ORGANIZATION LINE SEQUENTIAL
000037         FILE STATUS IS WS-AUDIT-STATUS.
000038         SELECT EXC-FILE ASSIGN TO "exceptions.txt"
000039         ORGANIZATION LINE SEQUENTIAL
000040         FILE STATUS IS WS-EXC-STATUS.
000041         SELECT DUAL-FILE ASSIGN TO "dual-approved.txt"
000042         ORGANIZATION LINE SEQUENTIAL
000043         FILE STATUS IS WS-DUAL-STATUS.
000044         SELECT SUMMARY-FILE ASSIGN TO "job-summary.txt"
000045         ORGANIZATION LINE SEQUENTIAL
000046         FILE STATUS IS WS-SUMM-STATUS.
000047         SELECT DEMANDE-FILE ASSIGN TO DYNAMIC WS-DEM-NAME
000048         ORGANIZATION LINE SEQUENTIAL
000049         FILE STATUS IS WS-DEM-STATUS.
000050         SELECT REPONSE-FILE ASSIGN TO "reponses.txt"
000051         ORGANIZATION LINE SEQUENTIAL
000052         FILE STATUS IS WS-REP-STATUS.
000053         SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
000054         ORGANIZATION LINE SEQUENTIAL
000055         FILE STATUS IS WS-GEN-STATUS.
000056         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000057         ORGANIZATION LINE SEQUENTIAL
000058         FILE STATUS IS WS-LOCK-STATUS.
000059
000060 DATA DIVISION.
000061   FILE SECTION.
000062   FD AUDIT-FILE.
000063     01 AUDIT-LINE PIC X(150).
000064
000065   FD EXC-FILE.
000066     01 EXC-LINE PIC X(80).
000067
000068   FD DUAL-FILE.
000069     01 DUAL-LINE PIC X(80).
000070
000071   FD SUMMARY-FILE.
000072     01 SUMMARY-LINE PIC X(80).
000073
000074   FD DEMANDE-FILE.
000075     01 DEMANDE-LINE PIC X(80).
000076
000077   FD REPONSE-FILE.
000078     01 REPONSE-LINE PIC X(120).
000079
000080   FD GEN-FILE.
000081     01 GEN-LINE PIC X(150).
000082
000083   FD LOCK-FILE.
000084     01 LOCK-LINE PIC X(80).
000085
000086   WORKING-STORAGE SECTION.
000087     77 WS-AUDIT-STATUS PIC XX.
000088     77 WS-EXC-STATUS PIC XX.
000089     77 WS-DUAL-STATUS PIC XX.
000090     77 WS-SUMM-STATUS PIC XX.
000091     77 WS-DEM-STATUS PIC XX.
000092     77 WS-REP-STATUS PIC XX.
000093     77 WS-LOCK-STATUS PIC XX.
000094     77 WS-SAISIE PIC X(30).
000095     77 WS-FINI PIC X VALUE 'N'.
000096     77 WS-CODE PIC X(20).
000097     77 WS-CODE-LEN PIC 99 VALUE 0.
000098     77 WS-SCAN-IDX PIC 99.
000099     77 WS-TROUVE-AUDIT PIC 9(4) VALUE 0.
000100     77 WS-TROUVE-EXC PIC 9(4) VALUE 0.
000101     77 WS-TROUVE-DUAL PIC 9(4) VALUE 0.
000102     77 WS-EXC-HITS PIC 9(4) VALUE 0.
000103     77 WS-DATE-EXEC PIC X(8) VALUE SPACES.
000104     77 WS-PAGE-LIGNES PIC 99 VALUE 0.
000105     77 WS-PAGE-REPONSE PIC X.
000106* Interface avec maitre-io : ouverture en consultation seule
000107* (action 'C'), lecture d'un code ('L') et balayage par prefixe
000108* ('P' puis 'N'). Module ou fichier maitre indisponible : la
000109* consultation continue sur les seuls fichiers du passage.
000110     77 WS-MST-OK PIC X VALUE 'N'.
000111     77 WS-MST-ACTION PIC X.
000112     77 WS-MST-CODE PIC X(20).
000113     77 WS-MST-FLAGS PIC X(3).
000114     77 WS-MST-RAN PIC X(3) VALUE "NNN".
000115     77 WS-MST-DUAL PIC X.
000116     77 WS-MST-TODAY PIC 9(8) VALUE 0.
000117     77 WS-MST-RESULT PIC X.
000118     77 WS-MST-OLD PIC X(3).
000119     77 WS-MST-INFO PIC X(30).
000120* Recherche par prefixe : bornee a 100 codes rendus pour ne pas
000121* noyer l'analyste, a affiner au-dela.
000122     77 WS-PREFIX PIC X(20).
000123     77 WS-PREFIX-LEN PIC 99 VALUE 0.
000124     77 NB-PREFIX PIC 9(3) VALUE 0.
000125     77 WS-PREFIX-FINI PIC X.
000126* Mode par lots : demandes lues dans le fichier nomme par
000127* JOUR5_DEMANDES, reponses ecrites dans reponses.txt. Toute la
000128* restitution passe par emit-line, qui ecrit au fichier de
000129* reponses en mode par lots et sur la console sinon.
000130     77 WS-DEM-NAME PIC X(60) VALUE SPACES.
000131     77 WS-BATCH-MODE PIC X VALUE 'N'.
000132     77 NB-DEMANDES PIC 9(5) VALUE 0.
000133     77 WS-OUT-LINE PIC X(120).
000134* Interface avec blocage-io : ouverture en consultation seule
000135* ('C'), blocage applicable a un code ('L'). Aucune liste posee
000136* ou module absent : pas de ligne de blocage.
000137     77 WS-BLQ-OK PIC X VALUE 'N'.
000138     77 WS-BLQ-ACTION PIC X.
000139     77 WS-BLQ-CODE PIC X(20).
000140     77 WS-BLQ-PREFIXE PIC X.
000141     77 WS-BLQ-NATURE PIC X(5).
000142     77 WS-BLQ-MOTIF PIC X(40).
000143     77 WS-BLQ-OPER PIC X(8).
000144     77 WS-BLQ-POSE PIC 9(8).
000145     77 WS-BLQ-EXPIRE PIC 9(8).
000146     77 WS-BLQ-RESULT PIC X.
000147     77 WS-BLQ-TODAY PIC 9(8) VALUE 0.
000148     77 WS-BLQ-ETAT PIC X(6).
000149     77 WS-BLQ-PORTEE PIC X(8).
000150     77 WS-BLQ-MARQUE PIC X(8).
000151* Consultation datee (CODE@AAAAMMJJ) : le passage du jour demande
000152* est lu au catalogue ('L'), puis chaque generation encore classee
000153* (etat Y) est relue sous le nom rendu par le catalogue ('N').
000154     77 WS-ARROBE-POS PIC 99 VALUE 0.
000155     77 WS-DATE-DEMANDEE PIC X(8).
000156     77 WS-GEN-NAME PIC X(60).
000157     77 WS-GEN-STATUS PIC XX.
000158     77 WS-GEN-ETATS PIC X(6).
000159     77 WS-GEN-LIBELLE PIC X(14).
000160     77 WS-GEN-IDX PIC 9.
000161     77 WS-TROUVE-GEN PIC 9(4) VALUE 0.
000162     77 WS-CAT-ACTION PIC X.
000163     77 WS-CAT-JOUR PIC 9(8).
000164     77 WS-CAT-TYPE PIC 9 VALUE 0.
000165     77 WS-CAT-INFO PIC X(40).
000166     77 WS-CAT-RESULT PIC X.
000167* Journal operateur commun (journal.txt, via journal-op) : les
000168* messages d'exploitation de la console sont aussi consignes
000169* horodates dans un fichier unique pour toute la suite, que la
000170* supervision greppe apres incident. Module absent ou journal
000171* inecrivable : la console reste seule, sans faire echouer le
000172* passage.
000173     77 WS-JRN-PROG PIC X(20) VALUE "consulte-codes".
000174     77 WS-JRN-SEV PIC X.
000175     77 WS-JRN-MSG PIC X(80).
000176
000177 PROCEDURE DIVISION.
000178 main.
000179     MOVE 'I' TO WS-JRN-SEV.
000180     MOVE "debut de consultation" TO WS-JRN-MSG.
000181     PERFORM write-journal.
000182     PERFORM check-run-lock.
000183     PERFORM read-run-date.
000184     PERFORM open-master.
000185     PERFORM open-blocages.
000186     ACCEPT WS-DEM-NAME FROM ENVIRONMENT "JOUR5_DEMANDES".
000187     IF WS-DEM-NAME NOT = SPACES
000188         MOVE 'Y' TO WS-BATCH-MODE
000189         PERFORM run-batch-lookups
000190     ELSE
000191         PERFORM run-interactive
000192     END-IF.
000193     PERFORM close-master.
000194     PERFORM close-blocages.
000195     MOVE 'I' TO WS-JRN-SEV.
000196     MOVE "fin de consultation" TO WS-JRN-MSG.
000197     PERFORM write-journal.
000198     STOP RUN.
000199
000200 run-interactive.
000201     DISPLAY "Consultation des codes jour-cinq" END-DISPLAY.
000202     IF WS-DATE-EXEC NOT = SPACES
000203         DISPLAY "Dernier passage : " WS-DATE-EXEC END-DISPLAY
000204     ELSE
000205         DISPLAY "Aucun job-summary.txt : date de passage "
000206             "inconnue" END-DISPLAY
000207     END-IF.
000208     PERFORM UNTIL WS-FINI = 'Y'
000209         DISPLAY "Code a consulter (abc* = prefixe, "
000210             "code@AAAAMMJJ = nuit passee, E = parcourir les "
000211             "exceptions, Q = quitter) :" END-DISPLAY
000212         MOVE SPACES TO WS-SAISIE
000213         ACCEPT WS-SAISIE
000214         EVALUATE WS-SAISIE
000215             WHEN "Q"
000216             WHEN "q"
000217                 MOVE 'Y' TO WS-FINI
000218             WHEN "E"
000219             WHEN "e"
000220                 PERFORM browse-exceptions
000221             WHEN SPACES
000222                 CONTINUE
000223             WHEN OTHER
000224                 PERFORM route-one-request
000225         END-EVALUATE
000226     END-PERFORM.
000227     DISPLAY "Fin de consultation." END-DISPLAY.
000228
000229 run-batch-lookups.
000230* Les demandes sont traitees dans l'ordre du fichier ; lignes
000231* vides ou commentaires (* en colonne 1) ignores.
000232     OPEN INPUT DEMANDE-FILE.
000233     IF WS-DEM-STATUS NOT = "00"
000234         DISPLAY "ERREUR : fichier de demandes introuvable ("
000235             FUNCTION TRIM(WS-DEM-NAME) ", status "
000236             WS-DEM-STATUS ")" END-DISPLAY
000237         MOVE 'E' TO WS-JRN-SEV
000238         MOVE "fichier de demandes introuvable" TO WS-JRN-MSG
000239         PERFORM write-journal
000240         MOVE 12 TO RETURN-CODE
000241         STOP RUN
000242     END-IF.
000243     OPEN OUTPUT REPONSE-FILE.
000244     IF WS-REP-STATUS NOT = "00"
000245         DISPLAY "ERREUR : creation de reponses.txt impossible "
000246             "(status " WS-REP-STATUS ")" END-DISPLAY
000247         MOVE 'E' TO WS-JRN-SEV
000248         MOVE "creation de reponses.txt impossible"
000249             TO WS-JRN-MSG
000250         PERFORM write-journal
000251         MOVE 12 TO RETURN-CODE
000252         STOP RUN
000253     END-IF.
000254     MOVE SPACES TO WS-OUT-LINE.
000255     STRING "Reponses aux demandes de consultation - passage du "
000256         WS-DATE-EXEC
000257         INTO WS-OUT-LINE
000258     END-STRING.
000259     PERFORM emit-line.
000260     PERFORM UNTIL WS-DEM-STATUS NOT = "00"
000261         READ DEMANDE-FILE
000262         IF WS-DEM-STATUS = "00"
000263             IF DEMANDE-LINE NOT = SPACES
000264                     AND DEMANDE-LINE(1:1) NOT = "*"
000265                 ADD 1 TO NB-DEMANDES
000266                 MOVE DEMANDE-LINE(1:30) TO WS-SAISIE
000267                 PERFORM route-one-request
000268             END-IF
000269         END-IF
000270     END-PERFORM.
000271     CLOSE DEMANDE-FILE.
000272     CLOSE REPONSE-FILE.
000273     DISPLAY "Consultation par lots : " NB-DEMANDES
000274         " demande(s) traitee(s), reponses dans reponses.txt"
000275         END-DISPLAY.
000276
000277 route-one-request.
000278* Une saisie terminee par * est une recherche par prefixe dans
000279* le maitre ; CODE@AAAAMMJJ une consultation datee au catalogue ;
000280* tout le reste est une consultation de code.
000281     MOVE 0 TO WS-ARROBE-POS.
000282     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
000283             UNTIL WS-SCAN-IDX > 21
000284         IF WS-SAISIE(WS-SCAN-IDX:1) = "@"
000285                 AND WS-ARROBE-POS = 0
000286             MOVE WS-SCAN-IDX TO WS-ARROBE-POS
000287         END-IF
000288     END-PERFORM.
000289     MOVE 0 TO WS-PREFIX-LEN.
000290     PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
000291             UNTIL WS-SCAN-IDX > 20
000292         IF WS-SAISIE(WS-SCAN-IDX:1) = "*"
000293                 AND WS-PREFIX-LEN = 0
000294             COMPUTE WS-PREFIX-LEN = WS-SCAN-IDX - 1
000295         END-IF
000296     END-PERFORM.
000297     IF WS-ARROBE-POS > 1
000298         PERFORM lookup-code-date
000299     ELSE
000300         IF WS-SAISIE(1:1) NOT = "*"
000301                 AND WS-PREFIX-LEN > 0
000302             PERFORM prefix-search
000303         ELSE
000304             PERFORM lookup-code
000305         END-IF
000306     END-IF.
000307
000308 emit-line.
000309* Restitution unique : fichier de reponses en mode par lots,
000310* console sinon.
000311     IF WS-BATCH-MODE = 'Y'
000312         MOVE WS-OUT-LINE TO REPONSE-LINE
000313         WRITE REPONSE-LINE END-WRITE
000314     ELSE
000315         DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING) END-DISPLAY
000316     END-IF.
000317
000318 check-run-lock.
000319* Un passage jour-cinq encore EN COURS (verrou jour5.lock) est
000320* annonce : les fichiers du jour consultes ici peuvent n'etre
000321* qu'a moitie ecrits.
000322     OPEN INPUT LOCK-FILE.
000323     IF WS-LOCK-STATUS = "00"
000324         READ LOCK-FILE
000325         IF WS-LOCK-STATUS = "00"
000326                 AND LOCK-LINE(1:8) = "EN COURS"
000327             DISPLAY "ATTENTION : un passage jour-cinq est en "
000328                 "cours, les fichiers du jour peuvent etre "
000329                 "incomplets" END-DISPLAY
000330             MOVE 'W' TO WS-JRN-SEV
000331             MOVE "consultation pendant un passage en cours"
000332                 TO WS-JRN-MSG
000333             PERFORM write-journal
000334         END-IF
000335         CLOSE LOCK-FILE
000336     END-IF.
000337
000338 read-run-date.
000339* La date du passage vient du job-summary, concu pour etre relu ;
000340* sans lui la consultation reste possible, sans date.
000341     OPEN INPUT SUMMARY-FILE.
000342     IF WS-SUMM-STATUS = "00"
000343         PERFORM UNTIL WS-SUMM-STATUS NOT = "00"
000344             READ SUMMARY-FILE
000345             IF WS-SUMM-STATUS = "00"
000346                 IF SUMMARY-LINE(1:14) = "DATE-EXECUTION"
000347                     MOVE SUMMARY-LINE(25:8) TO WS-DATE-EXEC
000348                 END-IF
000349             END-IF
000350         END-PERFORM
000351         CLOSE SUMMARY-FILE
000352     END-IF.
000353
000354 open-master.
000355* Ouverture du fichier maitre en consultation seule via
000356* maitre-io ; indisponible, la consultation continue sur les
000357* seuls fichiers du passage, avec un avertissement.
000358     MOVE 'C' TO WS-MST-ACTION.
000359     MOVE 'Y' TO WS-MST-OK.
000360     MOVE SPACE TO WS-MST-RESULT.
000361     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000362         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-MST-TODAY,
000363         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000364         ON EXCEPTION MOVE 'N' TO WS-MST-OK
000365     END-CALL.
000366     IF WS-MST-RESULT = 'E'
000367         MOVE 'N' TO WS-MST-OK
000368     END-IF.
000369     IF WS-MST-OK = 'N'
000370         DISPLAY "ATTENTION : fichier maitre indisponible, "
000371             "consultation limitee aux fichiers du passage"
000372             END-DISPLAY
000373         MOVE 'W' TO WS-JRN-SEV
000374         MOVE "fichier maitre indisponible, consultation limitee"
000375             TO WS-JRN-MSG
000376         PERFORM write-journal
000377     END-IF.
000378
000379 close-master.
000380     IF WS-MST-OK = 'Y'
000381         MOVE 'F' TO WS-MST-ACTION
000382         CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000383             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-MST-TODAY,
000384             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000385             ON EXCEPTION CONTINUE
000386         END-CALL
000387     END-IF.
000388
000389 lookup-code.
000390     MOVE WS-SAISIE TO WS-CODE.
000391     MOVE 0 TO WS-CODE-LEN.
000392     PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
000393             UNTIL WS-SCAN-IDX < 1 OR WS-CODE-LEN > 0
000394         IF WS-CODE(WS-SCAN-IDX:1) NOT = SPACE
000395             MOVE WS-SCAN-IDX TO WS-CODE-LEN
000396         END-IF
000397     END-PERFORM.
000398     MOVE SPACES TO WS-OUT-LINE.
000399     STRING "---- " FUNCTION TRIM(WS-CODE) " ----"
000400         INTO WS-OUT-LINE
000401     END-STRING.
000402     PERFORM emit-line.
000403     PERFORM lookup-audit.
000404     PERFORM lookup-exceptions.
000405     PERFORM lookup-dual.
000406     PERFORM lookup-master.
000407     PERFORM lookup-blocage.
000408     IF WS-TROUVE-AUDIT = 0 AND WS-TROUVE-EXC = 0
000409             AND WS-TROUVE-DUAL = 0
000410         MOVE "  Inconnu des fichiers du passage." TO WS-OUT-LINE
000411         PERFORM emit-line
000412     END-IF.
000413
000414 lookup-audit.
000415* La ligne d'audit porte deja tout le detail lisible (indicateurs
000416* des trois parties, Paire, Ecart, marqueur de resoumission) :
000417* elle est restituee telle quelle. Le profil de source estampille
000418* en colonnes 117-134 est restitue sur une ligne a part.
000419     MOVE 0 TO WS-TROUVE-AUDIT.
000420     OPEN INPUT AUDIT-FILE.
000421     IF WS-AUDIT-STATUS NOT = "00"
000422         MOVE "  (audit.txt indisponible)" TO WS-OUT-LINE
000423         PERFORM emit-line
000424         MOVE 'W' TO WS-JRN-SEV
000425         MOVE "audit.txt indisponible" TO WS-JRN-MSG
000426         PERFORM write-journal
000427     ELSE
000428         PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
000429             READ AUDIT-FILE
000430             IF WS-AUDIT-STATUS = "00"
000431                 IF AUDIT-LINE(1:20) = WS-CODE
000432                     ADD 1 TO WS-TROUVE-AUDIT
000433* La ligne entiere est restituee : le numero de ligne d'origine
000434* du marqueur de resoumission occupe les dernieres colonnes et
000435* sert au rapprochement.
000436                     MOVE SPACES TO WS-OUT-LINE
000437                     STRING "  Audit : " AUDIT-LINE(1:108)
000438                         INTO WS-OUT-LINE
000439                     END-STRING
000440                     PERFORM emit-line
000441                     IF AUDIT-LINE(117:12) = " - Profil : "
000442                         MOVE SPACES TO WS-OUT-LINE
000443                         STRING "  Profil : " AUDIT-LINE(129:6)
000444                             INTO WS-OUT-LINE
000445                         END-STRING
000446                         PERFORM emit-line
000447                     END-IF
000448                 END-IF
000449             END-IF
000450         END-PERFORM
000451         CLOSE AUDIT-FILE
000452     END-IF.
000453
000454 lookup-exceptions.
000455     MOVE 0 TO WS-TROUVE-EXC.
000456     OPEN INPUT EXC-FILE.
000457     IF WS-EXC-STATUS NOT = "00"
000458         MOVE "  (exceptions.txt indisponible)" TO WS-OUT-LINE
000459         PERFORM emit-line
000460         MOVE 'W' TO WS-JRN-SEV
000461         MOVE "exceptions.txt indisponible" TO WS-JRN-MSG
000462         PERFORM write-journal
000463     ELSE
000464         PERFORM UNTIL WS-EXC-STATUS NOT = "00"
000465             READ EXC-FILE
000466             IF WS-EXC-STATUS = "00"
000467                 MOVE 0 TO WS-EXC-HITS
000468                 INSPECT EXC-LINE TALLYING WS-EXC-HITS
000469                     FOR ALL WS-CODE(1:WS-CODE-LEN)
000470                 IF WS-EXC-HITS > 0
000471                     ADD 1 TO WS-TROUVE-EXC
000472                     MOVE SPACES TO WS-OUT-LINE
000473                     STRING "  Rejet : " EXC-LINE
000474                         INTO WS-OUT-LINE
000475                     END-STRING
000476                     PERFORM emit-line
000477                 END-IF
000478             END-IF
000479         END-PERFORM
000480         CLOSE EXC-FILE
000481     END-IF.
000482
000483 lookup-dual.
000484     MOVE 0 TO WS-TROUVE-DUAL.
000485     OPEN INPUT DUAL-FILE.
000486     IF WS-DUAL-STATUS NOT = "00"
000487         MOVE "  (dual-approved.txt indisponible)" TO WS-OUT-LINE
000488         PERFORM emit-line
000489         MOVE 'W' TO WS-JRN-SEV
000490         MOVE "dual-approved.txt indisponible" TO WS-JRN-MSG
000491         PERFORM write-journal
000492     ELSE
000493         PERFORM UNTIL WS-DUAL-STATUS NOT = "00"
000494             READ DUAL-FILE
000495             IF WS-DUAL-STATUS = "00"
000496                 IF DUAL-LINE(1:20) = WS-CODE
000497                     ADD 1 TO WS-TROUVE-DUAL
000498                     IF DUAL-LINE(22:8) = SPACES
000499                         MOVE "  Dual-approved : OUI"
000500                             TO WS-OUT-LINE
000501                     ELSE
000502                         MOVE SPACES TO WS-OUT-LINE
000503                         STRING "  Dual-approved : OUI ("
000504                             DUAL-LINE(22:8) ")"
000505                             INTO WS-OUT-LINE
000506                         END-STRING
000507                     END-IF
000508                     PERFORM emit-line
000509                 END-IF
000510             END-IF
000511         END-PERFORM
000512         CLOSE DUAL-FILE
000513     END-IF.
000514* Un code jamais vu du passage n'affiche pas de NON trompeur : la
000515* mention negative n'a de sens que pour un code reellement score.
000516     IF WS-TROUVE-DUAL = 0 AND WS-TROUVE-AUDIT > 0
000517         MOVE "  Dual-approved : NON" TO WS-OUT-LINE
000518         PERFORM emit-line
000519     END-IF.
000520
000521 lookup-master.
000522* Vue du cycle de vie au fichier maitre : un code absent des
000523* fichiers du jour peut y etre connu depuis des mois.
000524     IF WS-MST-OK NOT = 'Y'
000525         MOVE "  (fichier maitre indisponible)" TO WS-OUT-LINE
000526         PERFORM emit-line
000527     ELSE
000528         MOVE 'L' TO WS-MST-ACTION
000529         MOVE WS-CODE TO WS-MST-CODE
000530         MOVE SPACE TO WS-MST-RESULT
000531         CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000532             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-MST-TODAY,
000533             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000534             ON EXCEPTION MOVE 'N' TO WS-MST-OK
000535         END-CALL
000536         IF WS-MST-RESULT = 'T'
000537             MOVE SPACES TO WS-OUT-LINE
000538             STRING "  Maitre : premiere vue " WS-MST-INFO(1:8)
000539                 " - derniere vue " WS-MST-INFO(9:8)
000540                 " - vu " WS-MST-INFO(17:6) " fois"
000541                 INTO WS-OUT-LINE
000542             END-STRING
000543             PERFORM emit-line
000544             MOVE SPACES TO WS-OUT-LINE
000545             STRING "  Maitre : verdicts P1 " WS-MST-FLAGS(1:1)
000546                 " - P2 " WS-MST-FLAGS(2:1)
000547                 " - P3 " WS-MST-FLAGS(3:1)
000548                 " - envoye dual : " WS-MST-DUAL
000549                 INTO WS-OUT-LINE
000550             END-STRING
000551             PERFORM emit-line
000552             MOVE SPACES TO WS-OUT-LINE
000553             IF WS-MST-INFO(23:8) = SPACES
000554                 MOVE "  Maitre : version des regles inconnue"
000555                     TO WS-OUT-LINE
000556             ELSE
000557                 STRING "  Maitre : verdicts de la version de "
000558                     "regles " WS-MST-INFO(23:8)
000559                     INTO WS-OUT-LINE
000560                 END-STRING
000561             END-IF
000562             PERFORM emit-line
000563         END-IF
000564         IF WS-MST-RESULT = 'A'
000565             MOVE "  Inconnu du fichier maitre." TO WS-OUT-LINE
000566             PERFORM emit-line
000567         END-IF
000568     END-IF.
000569
000570 open-blocages.
000571* Liste des blocages en consultation seule ; absente (aucun
000572* blocage jamais pose) ou module absent, rien n'est affiche.
000573     ACCEPT WS-BLQ-TODAY FROM DATE YYYYMMDD.
000574     MOVE 'C' TO WS-BLQ-ACTION.
000575     MOVE 'Y' TO WS-BLQ-OK.
000576     MOVE SPACE TO WS-BLQ-RESULT.
000577     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000578         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000579         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-BLQ-TODAY, WS-BLQ-RESULT
000580         ON EXCEPTION MOVE 'N' TO WS-BLQ-OK
000581     END-CALL.
000582     IF WS-BLQ-RESULT = 'E'
000583         MOVE 'N' TO WS-BLQ-OK
000584     END-IF.
000585
000586 close-blocages.
000587     IF WS-BLQ-OK = 'Y'
000588         MOVE 'F' TO WS-BLQ-ACTION
000589         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000590             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000591             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE,
000592             WS-BLQ-TODAY, WS-BLQ-RESULT
000593             ON EXCEPTION CONTINUE
000594         END-CALL
000595     END-IF.
000596
000597 lookup-blocage.
000598* Blocage applicable au code : actif (le code est retenu hors de
000599* l'extrait), ou expire (il ne retient plus rien mais l'analyste
000600* doit savoir qu'il a existe). La portee dit s'il est pose sur
000601* le code lui-meme ou sur un prefixe.
000602     IF WS-BLQ-OK = 'Y'
000603         MOVE WS-CODE TO WS-BLQ-CODE
000604         PERFORM read-blocage
000605         IF WS-BLQ-RESULT = 'T' OR WS-BLQ-RESULT = 'X'
000606             MOVE "actif" TO WS-BLQ-ETAT
000607             IF WS-BLQ-RESULT = 'X'
000608                 MOVE "expire" TO WS-BLQ-ETAT
000609             END-IF
000610             MOVE "code" TO WS-BLQ-PORTEE
000611             IF WS-BLQ-PREFIXE = 'Y'
000612                 MOVE "prefixe" TO WS-BLQ-PORTEE
000613             END-IF
000614             MOVE SPACES TO WS-OUT-LINE
000615             STRING "  Blocage : " WS-BLQ-NATURE " " WS-BLQ-ETAT
000616                 " (" FUNCTION TRIM(WS-BLQ-PORTEE) ") - motif : "
000617                 WS-BLQ-MOTIF
000618                 INTO WS-OUT-LINE
000619             END-STRING
000620             PERFORM emit-line
000621             MOVE SPACES TO WS-OUT-LINE
000622             STRING "  Blocage : pose le " WS-BLQ-POSE
000623                 " par " WS-BLQ-OPER
000624                 " - expiration " WS-BLQ-EXPIRE
000625                 " (0 = aucune)"
000626                 INTO WS-OUT-LINE
000627             END-STRING
000628             PERFORM emit-line
000629         ELSE
000630             MOVE "  Blocage : aucun" TO WS-OUT-LINE
000631             PERFORM emit-line
000632         END-IF
000633     END-IF.
000634
000635 read-blocage.
000636     MOVE 'L' TO WS-BLQ-ACTION.
000637     MOVE SPACE TO WS-BLQ-RESULT.
000638     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000639         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000640         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-BLQ-TODAY, WS-BLQ-RESULT
000641         ON EXCEPTION MOVE 'N' TO WS-BLQ-OK
000642     END-CALL.
000643
000644 prefix-search.
000645* Liste les codes du maitre commencant par le prefixe saisi
000646* (avant l'etoile), bornee a 100 codes pour ne pas noyer la
000647* restitution : au-dela, affiner le prefixe.
000648     MOVE SPACES TO WS-OUT-LINE.
000649     STRING "---- prefixe " WS-SAISIE(1:WS-PREFIX-LEN)
000650         " ----"
000651         INTO WS-OUT-LINE
000652     END-STRING.
000653     PERFORM emit-line.
000654     IF WS-MST-OK NOT = 'Y'
000655         MOVE "  (fichier maitre indisponible)" TO WS-OUT-LINE
000656         PERFORM emit-line
000657     ELSE
000658         MOVE SPACES TO WS-PREFIX
000659         MOVE WS-SAISIE(1:WS-PREFIX-LEN) TO WS-PREFIX
000660         MOVE 'P' TO WS-MST-ACTION
000661         MOVE WS-PREFIX TO WS-MST-CODE
000662         MOVE SPACE TO WS-MST-RESULT
000663         CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000664             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-MST-TODAY,
000665             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000666             ON EXCEPTION MOVE 'N' TO WS-MST-OK
000667         END-CALL
000668         MOVE 0 TO NB-PREFIX
000669         MOVE 'N' TO WS-PREFIX-FINI
000670         IF WS-MST-RESULT NOT = 'T'
000671             MOVE 'Y' TO WS-PREFIX-FINI
000672         END-IF
000673         PERFORM UNTIL WS-PREFIX-FINI = 'Y'
000674             PERFORM read-prefix-next
000675         END-PERFORM
000676         MOVE SPACES TO WS-OUT-LINE
000677         STRING "  " NB-PREFIX " code(s) au prefixe"
000678             INTO WS-OUT-LINE
000679         END-STRING
000680         PERFORM emit-line
000681     END-IF.
000682
000683 read-prefix-next.
000684     MOVE 'N' TO WS-MST-ACTION.
000685     MOVE SPACE TO WS-MST-RESULT.
000686     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000687         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-MST-TODAY,
000688         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000689         ON EXCEPTION MOVE 'F' TO WS-MST-RESULT
000690     END-CALL.
000691     IF WS-MST-RESULT NOT = 'T'
000692         MOVE 'Y' TO WS-PREFIX-FINI
000693     ELSE
000694         IF WS-MST-CODE(1:WS-PREFIX-LEN)
000695                 NOT = WS-PREFIX(1:WS-PREFIX-LEN)
000696             MOVE 'Y' TO WS-PREFIX-FINI
000697         ELSE
000698             ADD 1 TO NB-PREFIX
000699             IF NB-PREFIX > 100
000700                 MOVE 100 TO NB-PREFIX
000701                 MOVE "  ... liste tronquee a 100 codes, affiner"
000702                     TO WS-OUT-LINE
000703                 PERFORM emit-line
000704                 MOVE 'Y' TO WS-PREFIX-FINI
000705             ELSE
000706                 MOVE SPACES TO WS-BLQ-MARQUE
000707                 IF WS-BLQ-OK = 'Y'
000708                     MOVE WS-MST-CODE TO WS-BLQ-CODE
000709                     PERFORM read-blocage
000710                     IF WS-BLQ-RESULT = 'T'
000711                         MOVE SPACES TO WS-BLQ-MARQUE
000712                         STRING " - " WS-BLQ-NATURE
000713                             INTO WS-BLQ-MARQUE
000714                         END-STRING
000715                     END-IF
000716                 END-IF
000717                 MOVE SPACES TO WS-OUT-LINE
000718                 STRING "  " WS-MST-CODE
000719                     " - P1/P2/P3 " WS-MST-FLAGS
000720                     " - dual " WS-MST-DUAL
000721                     " - derniere vue " WS-MST-INFO(9:8)
000722                     WS-BLQ-MARQUE
000723                     INTO WS-OUT-LINE
000724                 END-STRING
000725                 PERFORM emit-line
000726             END-IF
000727         END-IF
000728     END-IF.
000729
000730 browse-exceptions.
000731* Feuilletage du fichier des exceptions du jour, quinze lignes
000732* par page ; ENTREE pour la page suivante, Q pour revenir au
000733* menu. Reserve au dialogue : sans objet en mode par lots.
000734     OPEN INPUT EXC-FILE.
000735     IF WS-EXC-STATUS NOT = "00"
000736         DISPLAY "  exceptions.txt indisponible (status "
000737             WS-EXC-STATUS ")" END-DISPLAY
000738         MOVE 'W' TO WS-JRN-SEV
000739         MOVE "exceptions.txt indisponible" TO WS-JRN-MSG
000740         PERFORM write-journal
000741     ELSE
000742         MOVE 0 TO WS-PAGE-LIGNES
000743         MOVE SPACE TO WS-PAGE-REPONSE
000744         PERFORM UNTIL WS-EXC-STATUS NOT = "00"
000745                 OR WS-PAGE-REPONSE = 'Q'
000746                 OR WS-PAGE-REPONSE = 'q'
000747             READ EXC-FILE
000748             IF WS-EXC-STATUS = "00"
000749                 DISPLAY "  " EXC-LINE END-DISPLAY
000750                 ADD 1 TO WS-PAGE-LIGNES
000751                 IF WS-PAGE-LIGNES = 15
000752                     MOVE 0 TO WS-PAGE-LIGNES
000753                     DISPLAY "-- suite (ENTREE) ou Q --"
000754                         END-DISPLAY
000755                     MOVE SPACE TO WS-PAGE-REPONSE
000756                     ACCEPT WS-PAGE-REPONSE
000757                 END-IF
000758             END-IF
000759         END-PERFORM
000760         CLOSE EXC-FILE
000761         DISPLAY "-- fin des exceptions --" END-DISPLAY
000762     END-IF.
000763
000764 lookup-code-date.
000765* Verdict d'un code a une date passee : la ligne du catalogue
000766* rappelle le passage (mode, regles, code retour), puis les
000767* generations audit (2), exceptions (3) et dual-approved (6) de
000768* ce jour sont relues. Une generation purgee par la retention ou
000769* jamais classee est signalee comme telle.
000770     MOVE SPACES TO WS-CODE.
000771     COMPUTE WS-CODE-LEN = WS-ARROBE-POS - 1.
000772     MOVE WS-SAISIE(1:WS-CODE-LEN) TO WS-CODE.
000773     MOVE WS-SAISIE(WS-ARROBE-POS + 1:8) TO WS-DATE-DEMANDEE.
000774     MOVE SPACES TO WS-OUT-LINE.
000775     STRING "---- " FUNCTION TRIM(WS-CODE) " au " WS-DATE-DEMANDEE
000776         " ----"
000777         INTO WS-OUT-LINE
000778     END-STRING.
000779     PERFORM emit-line.
000780     MOVE 'E' TO WS-CAT-RESULT.
000781     IF WS-DATE-DEMANDEE IS NUMERIC
000782         MOVE WS-DATE-DEMANDEE TO WS-CAT-JOUR
000783         MOVE 'L' TO WS-CAT-ACTION
000784         CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000785             WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000786             ON EXCEPTION MOVE 'M' TO WS-CAT-RESULT
000787         END-CALL
000788     ELSE
000789         MOVE 'D' TO WS-CAT-RESULT
000790     END-IF.
000791     EVALUATE WS-CAT-RESULT
000792         WHEN 'T'
000793             PERFORM show-code-date
000794         WHEN 'D'
000795             MOVE "  Date invalide : AAAAMMJJ attendu."
000796                 TO WS-OUT-LINE
000797             PERFORM emit-line
000798         WHEN 'A'
000799             MOVE "  Aucun passage catalogue a cette date."
000800                 TO WS-OUT-LINE
000801             PERFORM emit-line
000802         WHEN OTHER
000803             MOVE "  (catalogue des generations indisponible)"
000804                 TO WS-OUT-LINE
000805             PERFORM emit-line
000806             MOVE 'W' TO WS-JRN-SEV
000807             MOVE "catalogue des generations indisponible"
000808                 TO WS-JRN-MSG
000809             PERFORM write-journal
000810     END-EVALUATE.
000811
000812 show-code-date.
000813     MOVE WS-CAT-INFO(23:6) TO WS-GEN-ETATS.
000814     MOVE SPACES TO WS-OUT-LINE.
000815     STRING "  Passage : mode " WS-CAT-INFO(1:12)
000816         " - regles " WS-CAT-INFO(13:8)
000817         " - code retour " WS-CAT-INFO(21:2)
000818         INTO WS-OUT-LINE
000819     END-STRING.
000820     PERFORM emit-line.
000821     MOVE 0 TO WS-TROUVE-GEN.
000822     MOVE 2 TO WS-GEN-IDX.
000823     MOVE "audit" TO WS-GEN-LIBELLE.
000824     PERFORM scan-generation.
000825     MOVE 3 TO WS-GEN-IDX.
000826     MOVE "exceptions" TO WS-GEN-LIBELLE.
000827     PERFORM scan-generation.
000828     MOVE 6 TO WS-GEN-IDX.
000829     MOVE "dual-approved" TO WS-GEN-LIBELLE.
000830     PERFORM scan-generation.
000831     IF WS-TROUVE-GEN = 0
000832         MOVE "  Inconnu des fichiers classes de ce passage."
000833             TO WS-OUT-LINE
000834         PERFORM emit-line
000835     END-IF.
000836
000837 scan-generation.
000838* Relit la generation WS-GEN-IDX du passage : ligne d'audit ou
000839* d'extrait dual par le code en colonnes 1-20, rejet par
000840* occurrence du code dans la ligne, comme pour le jour.
000841     IF WS-GEN-ETATS(WS-GEN-IDX:1) NOT = 'Y'
000842         MOVE SPACES TO WS-OUT-LINE
000843         STRING "  (" FUNCTION TRIM(WS-GEN-LIBELLE)
000844             " du " WS-DATE-DEMANDEE " non conserve au catalogue,"
000845             " etat " WS-GEN-ETATS(WS-GEN-IDX:1) ")"
000846             INTO WS-OUT-LINE
000847         END-STRING
000848         PERFORM emit-line
000849     ELSE
000850         PERFORM read-generation
000851     END-IF.
000852
000853 read-generation.
000854     MOVE WS-GEN-IDX TO WS-CAT-TYPE.
000855     MOVE 'N' TO WS-CAT-ACTION.
000856     CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000857         WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000858         ON EXCEPTION CONTINUE
000859     END-CALL.
000860     MOVE WS-CAT-INFO TO WS-GEN-NAME.
000861     OPEN INPUT GEN-FILE.
000862     IF WS-GEN-STATUS NOT = "00"
000863         MOVE SPACES TO WS-OUT-LINE
000864         STRING "  (" FUNCTION TRIM(WS-GEN-NAME) " indisponible)"
000865             INTO WS-OUT-LINE
000866         END-STRING
000867         PERFORM emit-line
000868         MOVE 'W' TO WS-JRN-SEV
000869         MOVE SPACES TO WS-JRN-MSG
000870         STRING "generation " FUNCTION TRIM(WS-GEN-NAME)
000871             " cataloguee mais indisponible"
000872             INTO WS-JRN-MSG
000873         END-STRING
000874         PERFORM write-journal
000875     ELSE
000876         PERFORM read-generation-lines
000877         CLOSE GEN-FILE
000878     END-IF.
000879
000880 read-generation-lines.
000881     PERFORM UNTIL WS-GEN-STATUS NOT = "00"
000882         READ GEN-FILE
000883         IF WS-GEN-STATUS = "00"
000884             MOVE 0 TO WS-EXC-HITS
000885             IF WS-GEN-IDX = 3
000886                 INSPECT GEN-LINE(1:80) TALLYING WS-EXC-HITS
000887                     FOR ALL WS-CODE(1:WS-CODE-LEN)
000888             ELSE
000889                 IF GEN-LINE(1:20) = WS-CODE
000890                     MOVE 1 TO WS-EXC-HITS
000891                 END-IF
000892             END-IF
000893             IF WS-EXC-HITS > 0
000894                 ADD 1 TO WS-TROUVE-GEN
000895                 MOVE SPACES TO WS-OUT-LINE
000896                 EVALUATE WS-GEN-IDX
000897                     WHEN 2
000898                         STRING "  Audit : " GEN-LINE(1:108)
000899                             INTO WS-OUT-LINE
000900                         END-STRING
000901                     WHEN 3
000902                         STRING "  Rejet : " GEN-LINE(1:80)
000903                             INTO WS-OUT-LINE
000904                         END-STRING
000905                     WHEN OTHER
000906                         STRING "  Dual-approved : OUI "
000907                             GEN-LINE(22:8)
000908                             INTO WS-OUT-LINE
000909                         END-STRING
000910                 END-EVALUATE
000911                 PERFORM emit-line
000912                 IF WS-GEN-IDX = 2
000913                         AND GEN-LINE(117:12) = " - Profil : "
000914                     MOVE SPACES TO WS-OUT-LINE
000915                     STRING "  Profil : " GEN-LINE(129:6)
000916                         INTO WS-OUT-LINE
000917                     END-STRING
000918                     PERFORM emit-line
000919                 END-IF
000920             END-IF
000921         END-IF
000922     END-PERFORM.
000923
000924 write-journal.
000925     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000926         ON EXCEPTION CONTINUE
000927     END-CALL.
