000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. renvoi-rejets.
000003
000004* Cycle de renvoi des codes rejetes par le provisioning (accuse R
000005* au registre des envois, envois.dat via registre-io). Le motif
000006* du rejet, pose par accuses-reception, est classe par la table
000007* des motifs motifs-rejet.dat : une ligne par motif, texte du
000008* motif en colonnes 1-30 (debut du motif, compare sans tenir
000009* compte de la casse, la premiere ligne qui correspond l'emporte)
000010* et classe en colonne 32 (R re-essayable, D definitif) ; * en
000011* colonne 1 pour un commentaire. Chaque code rejete est alors :
000012*   - renvoye (motif re-essayable) : il part dans l'extrait
000013*     dual-renvoi.txt, habille comme dual-approved.txt (HDR +
000014*     date + source, TRL + compte + somme de controle), avec en
000015*     colonnes 31-38 la destination aval qui l'avait recu (prise
000016*     au registre, pour que le renvoi reparte vers le meme
000017*     systeme), et son compteur de renvois est augmente au
000018*     registre. Avec une table de routage (routage.dat, module
000019*     routage), dual-renvoi.txt reste l'extrait complet et chaque
000020*     destination recoit son extrait dual-renvoi-DEST.txt, habille
000021*     HDR/TRL, comme dual-approved.txt ; le compte de chaque
000022*     destination est porte au rapport et leur somme doit redonner
000023*     le total de l'extrait ;
000024*   - abandonne (motif re-essayable mais deja renvoye le nombre
000025*     maximal de fois, JOUR5_RENVOI_MAX, 3 par defaut) : accuse X
000026*     au registre ;
000027*   - clos en rejet definitif (motif definitif) : accuse D ;
000028*   - laisse A REVOIR (motif vide ou inconnu de la table) : rien
000029*     n'est renvoye ni clos, l'exploitation complete la table.
000030* Un abandon ou un rejet definitif passe l'indicateur d'envoi
000031* dual du fichier maitre a R (via maitre-io), pour que
000032* l'inventaire ne compte plus le code comme envoi reussi. Un code
000033* sous blocage actif (liste des blocages via blocage-io) n'est
000034* pas renvoye et ne consomme pas de tentative. Le detail part
000035* dans renvoi.txt. Comme epure-maitre, le programme refuse de
000036* tourner pendant un passage jour-cinq (verrou EN COURS). Code
000037* retour : 0 propre, 4 avertissement (motifs a revoir, abandons,
000038* fichier maitre indisponible), 12 erreur (dont table de routage
000039* invalide, extrait de destination inecrivable ou en desaccord).
000040
000041 ENVIRONMENT DIVISION.
000042    INPUT-OUTPUT SECTION.
000043    FILE-CONTROL.
000044         SELECT MOTIF-FILE ASSIGN TO "motifs-rejet.dat"
000045         ORGANIZATION LINE SEQUENTIAL
000046         FILE STATUS IS WS-MOTIF-STATUS.
000047         SELECT RENVOI-FILE ASSIGN TO "dual-renvoi.txt"
000048         ORGANIZATION LINE SEQUENTIAL
000049         FILE STATUS IS WS-RENVOI-STATUS.
000050         SELECT RENVOI-REPORT ASSIGN TO "renvoi.txt"
000051         ORGANIZATION LINE SEQUENTIAL
000052         FILE STATUS IS WS-RPT-STATUS.
000053         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000054         ORGANIZATION LINE SEQUENTIAL
000055         FILE STATUS IS WS-LOCK-STATUS.
000056
000057 DATA DIVISION.
000058   FILE SECTION.
000059   FD MOTIF-FILE.
000060     01 MOTIF-LINE PIC X(80).
000061
000062   FD RENVOI-FILE.
000063     01 RENVOI-LINE PIC X(40).
000064
000065   FD RENVOI-REPORT.
000066     01 RPT-LINE PIC X(120).
000067
000068   FD LOCK-FILE.
000069     01 LOCK-LINE PIC X(80).
000070
000071   WORKING-STORAGE SECTION.
000072     77 WS-MOTIF-STATUS PIC XX.
000073     77 WS-RENVOI-STATUS PIC XX.
000074     77 WS-RPT-STATUS PIC XX.
000075     77 WS-LOCK-STATUS PIC XX.
000076     77 WS-TODAY PIC 9(8) VALUE 0.
000077* Table des motifs chargee en memoire : texte (en majuscules),
000078* longueur utile pour la comparaison par debut, classe R ou D.
000079* 200 motifs couvrent tres largement le catalogue du
000080* provisioning.
000081     01 WS-MOT-TABLE.
000082       05 WS-MOT-ENTRY OCCURS 200 TIMES.
000083         10 WS-MOT-TEXTE PIC X(30).
000084         10 WS-MOT-LEN PIC 99.
000085         10 WS-MOT-CLASSE PIC X.
000086     77 WS-MOT-COUNT PIC 999 VALUE 0.
000087     77 WS-MOT-IDX PIC 999.
000088     77 WS-MOT-FULL PIC X VALUE 'N'.
000089     77 WS-MOT-TROUVE PIC X.
000090     77 WS-MOT-CHERCHE PIC X(30).
000091     77 WS-MOTIF-CLASSE PIC X.
000092* Nombre maximal de renvois d'un meme code (JOUR5_RENVOI_MAX) ;
000093* au-dela le code est abandonne.
000094     77 WS-MAX-PARM PIC X(6).
000095     77 WS-MAX-CHK PIC S9(4).
000096     77 WS-MAX-RENVOIS PIC 99 VALUE 3.
000097     77 WS-TENTATIVES PIC 99.
000098* Interface avec registre-io : INFO rend le motif du dernier
000099* rejet (1-30), le nombre de renvois (31-32) et la date du
000100* dernier renvoi (33-40).
000101     77 WS-REG-ACTION PIC X.
000102     77 WS-REG-CODE PIC X(20).
000103     77 WS-REG-DATE PIC 9(8).
000104     77 WS-REG-GENERATION PIC 9(8).
000105     77 WS-REG-ACK PIC X.
000106     77 WS-REG-ACK-DATE PIC 9(8).
000107     77 WS-REG-RESULT PIC X.
000108     77 WS-REG-INFO PIC X(48).
000109     77 WS-REG-OK PIC X VALUE 'N'.
000110* Interface avec maitre-io, pour passer l'indicateur d'envoi dual
000111* des codes clos a R.
000112     77 WS-MST-OK PIC X VALUE 'N'.
000113     77 WS-MST-ACTION PIC X.
000114     77 WS-MST-CODE PIC X(20).
000115     77 WS-MST-FLAGS PIC X(3).
000116     77 WS-MST-RAN PIC X(3).
000117     77 WS-MST-DUAL PIC X.
000118     77 WS-MST-RESULT PIC X.
000119     77 WS-MST-OLD PIC X(3).
000120     77 WS-MST-INFO PIC X(30).
000121* Fichier de travail (travail-io) : les codes rejetes y sont
000122* classes pendant le balayage du registre, puis traites dans
000123* l'ordre des cles une fois le balayage termine, pour ne jamais
000124* mettre a jour le registre sous un balayage en cours.
000125     77 WS-TRV-ACTION PIC X.
000126     77 WS-TRV-NAME PIC X(30) VALUE "travail-renvoi.dat".
000127     77 WS-TRV-CODE PIC X(20).
000128     77 WS-TRV-MARK PIC X(8).
000129     77 WS-TRV-RESULT PIC X.
000130* Interface avec blocage-io (consultation seule).
000131     77 WS-BLQ-OK PIC X VALUE 'N'.
000132     77 WS-BLQ-ACTION PIC X.
000133     77 WS-BLQ-CODE PIC X(20).
000134     77 WS-BLQ-PREFIXE PIC X.
000135     77 WS-BLQ-NATURE PIC X(5).
000136     77 WS-BLQ-MOTIF PIC X(40).
000137     77 WS-BLQ-OPER PIC X(8).
000138     77 WS-BLQ-POSE PIC 9(8).
000139     77 WS-BLQ-EXPIRE PIC 9(8).
000140     77 WS-BLQ-RESULT PIC X.
000141* Habillage de l'extrait de renvoi, identique a celui de
000142* dual-approved.txt : la somme de controle est le cumul du rang
000143* alphabetique (a=1 .. z=26) des caracteres des codes, modulo
000144* 1 000 000 000.
000145     77 WS-EXTRAIT-SOURCE PIC X(6) VALUE "JOUR05".
000146     77 WS-RENVOI-NAME PIC X(40) VALUE "dual-renvoi.txt".
000147     77 EXT-LIGNES PIC 9(6) VALUE 0.
000148     77 EXT-CHECKSUM PIC 9(9) VALUE 0.
000149     77 EXT-CHK-IDX PIC 99.
000150     77 EXT-CHK-ORD PIC 999.
000151     77 NB-REJETES PIC 9(6) VALUE 0.
000152     77 NB-RENVOYES PIC 9(6) VALUE 0.
000153     77 NB-DEFINITIFS PIC 9(6) VALUE 0.
000154     77 NB-ABANDONNES PIC 9(6) VALUE 0.
000155     77 NB-A-REVOIR PIC 9(6) VALUE 0.
000156     77 NB-BLOQUES PIC 9(6) VALUE 0.
000157     77 NB-NON-CLOS PIC 9(6) VALUE 0.
000158     77 WS-FIN-BALAYAGE PIC X VALUE 'N'.
000159* Routage du renvoi (module routage, table routage.dat) : un code
000160* repart vers la destination aval notee au registre (colonnes
000161* 31-38 de l'extrait), qui seule peut en rendre l'accuse.
000162     77 WS-RTE-OK PIC X VALUE 'N'.
000163     77 WS-RTE-ACTION PIC X.
000164     77 WS-RTE-SOURCE PIC X(6).
000165     77 WS-RTE-CODE PIC X(20).
000166     77 WS-RTE-DEST PIC X(8).
000167     77 WS-RTE-FICHIER PIC X(40).
000168     77 WS-RTE-LIGNES PIC 9(6).
000169     77 WS-RTE-RESULT PIC X.
000170     77 NB-DEST-LIGNES PIC 9(6) VALUE 0.
000171     77 WS-JOB-RC PIC 99 VALUE 0.
000172
000173* Journal operateur commun (journal.txt, via journal-op) : les
000174* messages d'exploitation de la console sont aussi consignes
000175* horodates dans un fichier unique pour toute la suite, que la
000176* supervision greppe apres incident. Module absent ou journal
000177* inecrivable : la console reste seule, sans faire echouer le
000178* passage.
000179     77 WS-JRN-PROG PIC X(20) VALUE "renvoi-rejets".
000180     77 WS-JRN-SEV PIC X.
000181     77 WS-JRN-MSG PIC X(80).
000182
000183 PROCEDURE DIVISION.
000184 main.
000185     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000186     MOVE 'I' TO WS-JRN-SEV.
000187     MOVE "debut du renvoi des rejets" TO WS-JRN-MSG.
000188     PERFORM write-journal.
000189     PERFORM read-max-renvois.
000190     PERFORM check-run-lock.
000191     PERFORM load-motifs.
000192     PERFORM load-routing-table.
000193     PERFORM open-register.
000194     PERFORM open-master.
000195     PERFORM open-blocages.
000196     PERFORM open-work-file.
000197     OPEN OUTPUT RENVOI-REPORT.
000198     IF WS-RPT-STATUS NOT = "00"
000199         DISPLAY "ERREUR : creation de renvoi.txt impossible "
000200             "(status " WS-RPT-STATUS ")" END-DISPLAY
000201         MOVE 'E' TO WS-JRN-SEV
000202         MOVE SPACES TO WS-JRN-MSG
000203         STRING "creation de renvoi.txt impossible (status "
000204             WS-RPT-STATUS
000205             ")"
000206             INTO WS-JRN-MSG
000207         END-STRING
000208         PERFORM write-journal
000209         MOVE 12 TO RETURN-CODE
000210         STOP RUN
000211     END-IF.
000212     OPEN OUTPUT RENVOI-FILE.
000213     IF WS-RENVOI-STATUS NOT = "00"
000214         DISPLAY "ERREUR : creation de dual-renvoi.txt "
000215             "impossible (status " WS-RENVOI-STATUS ")"
000216             END-DISPLAY
000217         MOVE 'E' TO WS-JRN-SEV
000218         MOVE SPACES TO WS-JRN-MSG
000219         STRING "creation de dual-renvoi.txt impossible (status "
000220             WS-RENVOI-STATUS
000221             ")"
000222             INTO WS-JRN-MSG
000223         END-STRING
000224         PERFORM write-journal
000225         CLOSE RENVOI-REPORT
000226         MOVE 12 TO RETURN-CODE
000227         STOP RUN
000228     END-IF.
000229     MOVE SPACES TO RPT-LINE.
000230     STRING "Renvoi des codes rejetes par le provisioning - "
000231         WS-TODAY " - au plus " WS-MAX-RENVOIS
000232         " renvoi(s) par code"
000233         " - " WS-MOT-COUNT " motif(s) en table"
000234         INTO RPT-LINE
000235     END-STRING.
000236     WRITE RPT-LINE END-WRITE.
000237* En-tete de controle de l'extrait, au meme format que
000238* dual-approved.txt (HDR + date + source).
000239     MOVE SPACES TO RENVOI-LINE.
000240     STRING "HDR" WS-TODAY WS-EXTRAIT-SOURCE
000241         INTO RENVOI-LINE
000242     END-STRING.
000243     WRITE RENVOI-LINE END-WRITE.
000244     PERFORM classify-rejects.
000245     PERFORM apply-decisions.
000246* Fin de controle : compte exact de codes puis somme de controle.
000247     MOVE SPACES TO RENVOI-LINE.
000248     STRING "TRL" EXT-LIGNES EXT-CHECKSUM
000249         INTO RENVOI-LINE
000250     END-STRING.
000251     WRITE RENVOI-LINE END-WRITE.
000252     CLOSE RENVOI-FILE.
000253     IF WS-RTE-OK = 'Y'
000254         PERFORM split-resend-extract
000255         PERFORM balance-destinations
000256     END-IF.
000257     MOVE SPACES TO RPT-LINE.
000258     STRING "Rejetes examines : " NB-REJETES
000259         " - renvoyes : " NB-RENVOYES
000260         " - definitifs : " NB-DEFINITIFS
000261         " - abandonnes : " NB-ABANDONNES
000262         INTO RPT-LINE
000263     END-STRING.
000264     WRITE RPT-LINE END-WRITE.
000265     MOVE SPACES TO RPT-LINE.
000266     STRING "A revoir (motif inconnu) : " NB-A-REVOIR
000267         " - suspendus par blocage : " NB-BLOQUES
000268         " - non clos (maitre indisponible) : " NB-NON-CLOS
000269         INTO RPT-LINE
000270     END-STRING.
000271     WRITE RPT-LINE END-WRITE.
000272     CLOSE RENVOI-REPORT.
000273     PERFORM close-files.
000274     DISPLAY "Codes rejetes examines : " NB-REJETES END-DISPLAY.
000275     DISPLAY "  - renvoyes (dual-renvoi.txt) : " NB-RENVOYES
000276         END-DISPLAY.
000277     IF WS-RTE-OK = 'Y'
000278         DISPLAY "    extraits par destination : " NB-DEST-LIGNES
000279             " code(s) sur " EXT-LIGNES END-DISPLAY
000280     END-IF.
000281     DISPLAY "  - rejets definitifs : " NB-DEFINITIFS END-DISPLAY.
000282     DISPLAY "  - abandonnes apres " WS-MAX-RENVOIS
000283         " renvoi(s) : " NB-ABANDONNES END-DISPLAY.
000284     DISPLAY "  - a revoir (motif inconnu) : " NB-A-REVOIR
000285         END-DISPLAY.
000286     DISPLAY "  - suspendus par blocage : " NB-BLOQUES
000287         END-DISPLAY.
000288* Code retour : un motif absent de la table, un abandon ou un
000289* code qui n'a pu etre clos appellent l'exploitation (4).
000290     IF NB-A-REVOIR > 0 OR NB-ABANDONNES > 0 OR NB-NON-CLOS > 0
000291         IF WS-JOB-RC < 4
000292             MOVE 4 TO WS-JOB-RC
000293         END-IF
000294     END-IF.
000295     MOVE 'I' TO WS-JRN-SEV.
000296     MOVE SPACES TO WS-JRN-MSG.
000297     STRING "fin du renvoi, " NB-RENVOYES " renvoye(s), "
000298         NB-ABANDONNES " abandonne(s), code retour " WS-JOB-RC
000299         INTO WS-JRN-MSG
000300     END-STRING.
000301     PERFORM write-journal.
000302     MOVE WS-JOB-RC TO RETURN-CODE.
000303     STOP RUN.
000304
000305 read-max-renvois.
000306* Sans parametre, 3 renvois ; une valeur illisible ou nulle est
000307* refusee plutot que d'abandonner en masse des codes renvoyables.
000308     ACCEPT WS-MAX-PARM FROM ENVIRONMENT "JOUR5_RENVOI_MAX".
000309     IF WS-MAX-PARM NOT = SPACES
000310         COMPUTE WS-MAX-CHK =
000311             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MAX-PARM))
000312         IF WS-MAX-CHK NOT = 0
000313             MOVE 0 TO WS-MAX-RENVOIS
000314         ELSE
000315             IF FUNCTION NUMVAL(FUNCTION TRIM(WS-MAX-PARM)) > 99
000316                 MOVE 0 TO WS-MAX-RENVOIS
000317             ELSE
000318                 COMPUTE WS-MAX-RENVOIS =
000319                     FUNCTION NUMVAL(FUNCTION TRIM(WS-MAX-PARM))
000320             END-IF
000321         END-IF
000322         IF WS-MAX-RENVOIS = 0
000323             DISPLAY "ERREUR : JOUR5_RENVOI_MAX doit donner un "
000324                 "nombre de renvois de 1 a 99, renvoi abandonne"
000325                 END-DISPLAY
000326             MOVE 'E' TO WS-JRN-SEV
000327             MOVE SPACES TO WS-JRN-MSG
000328             STRING "JOUR5_RENVOI_MAX invalide ("
000329                 FUNCTION TRIM(WS-MAX-PARM)
000330                 "), renvoi abandonne"
000331                 INTO WS-JRN-MSG
000332             END-STRING
000333             PERFORM write-journal
000334             MOVE 12 TO RETURN-CODE
000335             STOP RUN
000336         END-IF
000337     END-IF.
000338
000339 check-run-lock.
000340* Pas de renvoi pendant un passage : jour-cinq tient le registre
000341* des envois et le fichier maitre ouverts en mise a jour. Meme
000342* refus que l'epuration sur le verrou EN COURS.
000343     OPEN INPUT LOCK-FILE.
000344     IF WS-LOCK-STATUS = "00"
000345         READ LOCK-FILE
000346         IF WS-LOCK-STATUS = "00"
000347                 AND LOCK-LINE(1:8) = "EN COURS"
000348             DISPLAY "ERREUR : un passage jour-cinq est en "
000349                 "cours, renvoi refuse" END-DISPLAY
000350             MOVE 'E' TO WS-JRN-SEV
000351             MOVE "renvoi refuse, passage en cours"
000352                 TO WS-JRN-MSG
000353             PERFORM write-journal
000354             CLOSE LOCK-FILE
000355             MOVE 12 TO RETURN-CODE
000356             STOP RUN
000357         END-IF
000358         CLOSE LOCK-FILE
000359     END-IF.
000360
000361 load-motifs.
000362* Sans table des motifs aucun rejet ne peut etre classe : le
000363* passage s'arrete plutot que de tout laisser a revoir. Une
000364* ligne dont la classe n'est ni R ni D arrete aussi, un renvoi
000365* ne se lance pas sur une table douteuse.
000366     OPEN INPUT MOTIF-FILE.
000367     IF WS-MOTIF-STATUS NOT = "00"
000368         DISPLAY "ERREUR : motifs-rejet.dat introuvable (status "
000369             WS-MOTIF-STATUS "), renvoi abandonne" END-DISPLAY
000370         MOVE 'E' TO WS-JRN-SEV
000371         MOVE SPACES TO WS-JRN-MSG
000372         STRING "motifs-rejet.dat introuvable (status "
000373             WS-MOTIF-STATUS
000374             "), renvoi abandonne"
000375             INTO WS-JRN-MSG
000376         END-STRING
000377         PERFORM write-journal
000378         MOVE 12 TO RETURN-CODE
000379         STOP RUN
000380     END-IF.
000381     PERFORM UNTIL WS-MOTIF-STATUS NOT = "00"
000382         READ MOTIF-FILE
000383         IF WS-MOTIF-STATUS = "00"
000384             IF MOTIF-LINE NOT = SPACES
000385                     AND MOTIF-LINE(1:1) NOT = "*"
000386                 PERFORM load-motif-line
000387             END-IF
000388         END-IF
000389     END-PERFORM.
000390     CLOSE MOTIF-FILE.
000391     IF WS-MOT-FULL = 'Y'
000392         DISPLAY "ERREUR : plus de 200 motifs dans "
000393             "motifs-rejet.dat, renvoi abandonne" END-DISPLAY
000394         MOVE 'E' TO WS-JRN-SEV
000395         MOVE "plus de 200 motifs dans motifs-rejet.dat"
000396             TO WS-JRN-MSG
000397         PERFORM write-journal
000398         MOVE 12 TO RETURN-CODE
000399         STOP RUN
000400     END-IF.
000401
000402 load-motif-line.
000403     IF MOTIF-LINE(1:30) = SPACES
000404             OR (MOTIF-LINE(32:1) NOT = 'R'
000405             AND MOTIF-LINE(32:1) NOT = 'D')
000406         DISPLAY "ERREUR : ligne de motif illisible : "
000407             MOTIF-LINE(1:40) END-DISPLAY
000408         MOVE 'E' TO WS-JRN-SEV
000409         MOVE SPACES TO WS-JRN-MSG
000410         STRING "ligne de motif illisible : "
000411             MOTIF-LINE(1:40)
000412             INTO WS-JRN-MSG
000413         END-STRING
000414         PERFORM write-journal
000415         MOVE 12 TO RETURN-CODE
000416         STOP RUN
000417     END-IF.
000418     IF WS-MOT-COUNT < 200
000419         ADD 1 TO WS-MOT-COUNT
000420         MOVE MOTIF-LINE(1:30) TO WS-MOT-TEXTE(WS-MOT-COUNT)
000421         INSPECT WS-MOT-TEXTE(WS-MOT-COUNT) CONVERTING
000422             "abcdefghijklmnopqrstuvwxyz"
000423             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000424         MOVE MOTIF-LINE(32:1) TO WS-MOT-CLASSE(WS-MOT-COUNT)
000425         MOVE 30 TO WS-MOT-LEN(WS-MOT-COUNT)
000426         PERFORM UNTIL WS-MOT-LEN(WS-MOT-COUNT) = 1
000427                 OR WS-MOT-TEXTE(WS-MOT-COUNT)
000428                     (WS-MOT-LEN(WS-MOT-COUNT):1) NOT = SPACE
000429             SUBTRACT 1 FROM WS-MOT-LEN(WS-MOT-COUNT)
000430         END-PERFORM
000431     ELSE
000432         MOVE 'Y' TO WS-MOT-FULL
000433     END-IF.
000434
000435 load-routing-table.
000436* Sans table de routage (ou sans module), l'extrait unique part
000437* seul comme avant. Une table illisible arrete le renvoi avant
000438* toute mise a jour : mieux vaut ne rien renvoyer que de renvoyer
000439* des codes au mauvais systeme.
000440     MOVE 'C' TO WS-RTE-ACTION.
000441     MOVE 0 TO WS-RTE-LIGNES.
000442     PERFORM call-routage.
000443     IF WS-RTE-RESULT = 'T'
000444         MOVE 'Y' TO WS-RTE-OK
000445     END-IF.
000446     IF WS-RTE-RESULT = 'E'
000447         DISPLAY "ERREUR : table de routage routage.dat invalide "
000448             "(ligne " WS-RTE-LIGNES "), renvoi abandonne"
000449             END-DISPLAY
000450         MOVE 'E' TO WS-JRN-SEV
000451         MOVE SPACES TO WS-JRN-MSG
000452         STRING "table de routage routage.dat invalide (ligne "
000453             WS-RTE-LIGNES
000454             "), renvoi abandonne"
000455             INTO WS-JRN-MSG
000456         END-STRING
000457         PERFORM write-journal
000458         MOVE 12 TO RETURN-CODE
000459         STOP RUN
000460     END-IF.
000461
000462 call-routage.
000463     MOVE SPACES TO WS-RTE-DEST.
000464     MOVE SPACE TO WS-RTE-RESULT.
000465     CALL "routage" USING WS-RTE-ACTION, WS-RTE-SOURCE,
000466         WS-RTE-CODE, WS-RTE-DEST, WS-RTE-FICHIER, WS-RTE-LIGNES,
000467         WS-RTE-RESULT
000468         ON EXCEPTION MOVE 'A' TO WS-RTE-RESULT
000469     END-CALL.
000470
000471 open-register.
000472* Sans registre des envois il n'y a ni rejets a lire ni renvois
000473* a compter : le passage s'arrete en erreur.
000474     MOVE 'O' TO WS-REG-ACTION.
000475     MOVE 'Y' TO WS-REG-OK.
000476     MOVE SPACE TO WS-REG-RESULT.
000477     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000478         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000479         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000480         ON EXCEPTION MOVE 'N' TO WS-REG-OK
000481     END-CALL.
000482     IF WS-REG-RESULT = 'E'
000483         MOVE 'N' TO WS-REG-OK
000484     END-IF.
000485     IF WS-REG-OK = 'N'
000486         DISPLAY "ERREUR : registre des envois indisponible, "
000487             "renvoi impossible" END-DISPLAY
000488         MOVE 'E' TO WS-JRN-SEV
000489         MOVE "registre indisponible, renvoi impossible"
000490             TO WS-JRN-MSG
000491         PERFORM write-journal
000492         MOVE 12 TO RETURN-CODE
000493         STOP RUN
000494     END-IF.
000495
000496 open-master.
000497* Fichier maitre indisponible : les renvois partent quand meme,
000498* mais aucun code n'est clos (le registre et le maitre doivent
000499* rester d'accord) ; les codes restent rejetes et seront clos au
000500* prochain passage.
000501     MOVE 'O' TO WS-MST-ACTION.
000502     MOVE 'Y' TO WS-MST-OK.
000503     MOVE SPACE TO WS-MST-RESULT.
000504     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000505         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000506         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000507         ON EXCEPTION MOVE 'N' TO WS-MST-OK
000508     END-CALL.
000509     IF WS-MST-RESULT = 'E'
000510         MOVE 'N' TO WS-MST-OK
000511     END-IF.
000512     IF WS-MST-OK = 'N'
000513         DISPLAY "ATTENTION : fichier maitre indisponible, aucun "
000514             "rejet ne sera clos" END-DISPLAY
000515         MOVE 'W' TO WS-JRN-SEV
000516         MOVE "fichier maitre indisponible, aucun rejet clos"
000517             TO WS-JRN-MSG
000518         PERFORM write-journal
000519         MOVE 4 TO WS-JOB-RC
000520     END-IF.
000521
000522 open-blocages.
000523* Liste des blocages en consultation seule ; absente (aucun
000524* blocage jamais pose) : aucun code n'est suspendu. Module
000525* absent : les renvois partent sans controle, d'ou
000526* l'avertissement.
000527     MOVE 'C' TO WS-BLQ-ACTION.
000528     MOVE 'Y' TO WS-BLQ-OK.
000529     MOVE SPACE TO WS-BLQ-RESULT.
000530     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000531         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000532         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000533         ON EXCEPTION
000534             MOVE 'N' TO WS-BLQ-OK
000535             DISPLAY "ATTENTION : module des blocages absent, "
000536                 "blocages ignores" END-DISPLAY
000537             MOVE 'W' TO WS-JRN-SEV
000538             MOVE "module des blocages absent, blocages ignores"
000539                 TO WS-JRN-MSG
000540             PERFORM write-journal
000541             MOVE 4 TO WS-JOB-RC
000542     END-CALL.
000543     IF WS-BLQ-RESULT = 'E'
000544         MOVE 'N' TO WS-BLQ-OK
000545     END-IF.
000546
000547 open-work-file.
000548     MOVE 'O' TO WS-TRV-ACTION.
000549     MOVE SPACE TO WS-TRV-RESULT.
000550     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000551         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000552         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000553     END-CALL.
000554     IF WS-TRV-RESULT = 'E'
000555         DISPLAY "ERREUR : fichier de travail indisponible, "
000556             "renvoi abandonne" END-DISPLAY
000557         MOVE 'E' TO WS-JRN-SEV
000558         MOVE "fichier de travail indisponible, renvoi abandonne"
000559             TO WS-JRN-MSG
000560         PERFORM write-journal
000561         MOVE 12 TO RETURN-CODE
000562         STOP RUN
000563     END-IF.
000564
000565 classify-rejects.
000566* Balayage complet du registre : chaque code a l'accuse R est
000567* classe d'apres son motif et son nombre de renvois, et note au
000568* fichier de travail avec sa decision (RENVOI, DEFINIT, ABANDON,
000569* A-REVOIR ou BLOQUE).
000570     MOVE 'D' TO WS-REG-ACTION.
000571     MOVE SPACE TO WS-REG-RESULT.
000572     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000573         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000574         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000575         ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000576     END-CALL.
000577     IF WS-REG-RESULT NOT = 'T'
000578         MOVE 'Y' TO WS-FIN-BALAYAGE
000579     ELSE
000580         MOVE 'N' TO WS-FIN-BALAYAGE
000581     END-IF.
000582     PERFORM UNTIL WS-FIN-BALAYAGE = 'Y'
000583         MOVE 'S' TO WS-REG-ACTION
000584         MOVE SPACE TO WS-REG-RESULT
000585         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000586             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000587             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000588             ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000589         END-CALL
000590         IF WS-REG-RESULT = 'T'
000591             IF WS-REG-ACK = 'R'
000592                 ADD 1 TO NB-REJETES
000593                 PERFORM classify-one-reject
000594             END-IF
000595         ELSE
000596             MOVE 'Y' TO WS-FIN-BALAYAGE
000597         END-IF
000598     END-PERFORM.
000599
000600 classify-one-reject.
000601     PERFORM find-motif-classe.
000602     IF WS-REG-INFO(31:2) IS NUMERIC
000603         MOVE WS-REG-INFO(31:2) TO WS-TENTATIVES
000604     ELSE
000605         MOVE 0 TO WS-TENTATIVES
000606     END-IF.
000607     EVALUATE TRUE
000608         WHEN WS-MOTIF-CLASSE = 'D'
000609             MOVE "DEFINIT" TO WS-TRV-MARK
000610         WHEN WS-MOTIF-CLASSE NOT = 'R'
000611             MOVE "A-REVOIR" TO WS-TRV-MARK
000612         WHEN WS-TENTATIVES >= WS-MAX-RENVOIS
000613             MOVE "ABANDON" TO WS-TRV-MARK
000614         WHEN OTHER
000615             MOVE "RENVOI" TO WS-TRV-MARK
000616             PERFORM check-code-bloque
000617     END-EVALUATE.
000618     MOVE 'D' TO WS-TRV-ACTION.
000619     MOVE WS-REG-CODE TO WS-TRV-CODE.
000620     MOVE SPACE TO WS-TRV-RESULT.
000621     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000622         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000623         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000624     END-CALL.
000625     IF WS-TRV-RESULT = 'E'
000626         DISPLAY "ERREUR : fichier de travail inecrivable, "
000627             "renvoi abandonne" END-DISPLAY
000628         MOVE 'E' TO WS-JRN-SEV
000629         MOVE "fichier de travail inecrivable, renvoi abandonne"
000630             TO WS-JRN-MSG
000631         PERFORM write-journal
000632         PERFORM close-files
000633         MOVE 12 TO RETURN-CODE
000634         STOP RUN
000635     END-IF.
000636
000637 find-motif-classe.
000638* Le motif du rejet est compare, en majuscules, au debut de
000639* chaque motif de la table ; la premiere ligne qui correspond
000640* donne la classe. Motif vide ou inconnu : classe a blanc.
000641     MOVE SPACE TO WS-MOTIF-CLASSE.
000642     MOVE WS-REG-INFO(1:30) TO WS-MOT-CHERCHE.
000643     INSPECT WS-MOT-CHERCHE CONVERTING
000644         "abcdefghijklmnopqrstuvwxyz"
000645         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000646     IF WS-MOT-CHERCHE NOT = SPACES
000647         MOVE 'N' TO WS-MOT-TROUVE
000648         PERFORM VARYING WS-MOT-IDX FROM 1 BY 1
000649                 UNTIL WS-MOT-IDX > WS-MOT-COUNT
000650                 OR WS-MOT-TROUVE = 'Y'
000651             IF WS-MOT-CHERCHE(1:WS-MOT-LEN(WS-MOT-IDX)) =
000652                     WS-MOT-TEXTE(WS-MOT-IDX)
000653                     (1:WS-MOT-LEN(WS-MOT-IDX))
000654                 MOVE 'Y' TO WS-MOT-TROUVE
000655                 MOVE WS-MOT-CLASSE(WS-MOT-IDX) TO WS-MOTIF-CLASSE
000656             END-IF
000657         END-PERFORM
000658     END-IF.
000659
000660 check-code-bloque.
000661* Un code sous blocage actif ne repart pas et garde son nombre
000662* de renvois : il sera renvoye a la levee du blocage.
000663     IF WS-BLQ-OK = 'Y'
000664         MOVE 'L' TO WS-BLQ-ACTION
000665         MOVE WS-REG-CODE TO WS-BLQ-CODE
000666         MOVE SPACE TO WS-BLQ-RESULT
000667         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000668             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000669             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
000670             WS-BLQ-RESULT
000671             ON EXCEPTION MOVE 'N' TO WS-BLQ-OK
000672         END-CALL
000673         IF WS-BLQ-RESULT = 'T'
000674             MOVE "BLOQUE" TO WS-TRV-MARK
000675         END-IF
000676     END-IF.
000677
000678 apply-decisions.
000679* Second temps : les decisions sont appliquees dans l'ordre des
000680* codes, l'extrait de renvoi sortant ainsi trie comme
000681* dual-approved.txt.
000682     MOVE 'B' TO WS-TRV-ACTION.
000683     MOVE SPACE TO WS-TRV-RESULT.
000684     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000685         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000686         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000687     END-CALL.
000688     PERFORM UNTIL WS-TRV-RESULT NOT = 'T'
000689         MOVE 'S' TO WS-TRV-ACTION
000690         CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000691             WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000692             ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000693         END-CALL
000694         IF WS-TRV-RESULT = 'T'
000695             PERFORM apply-one-decision
000696         END-IF
000697     END-PERFORM.
000698
000699 apply-one-decision.
000700* Relecture du registre pour le motif et le nombre de renvois
000701* du code, rendus dans INFO.
000702     MOVE 'L' TO WS-REG-ACTION.
000703     MOVE WS-TRV-CODE TO WS-REG-CODE.
000704     MOVE SPACE TO WS-REG-RESULT.
000705     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000706         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000707         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000708         ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000709     END-CALL.
000710     IF WS-REG-RESULT = 'T'
000711         IF WS-REG-INFO(31:2) IS NUMERIC
000712             MOVE WS-REG-INFO(31:2) TO WS-TENTATIVES
000713         ELSE
000714             MOVE 0 TO WS-TENTATIVES
000715         END-IF
000716         IF WS-TRV-MARK = "RENVOI"
000717             PERFORM resend-code
000718         END-IF
000719         IF WS-TRV-MARK = "DEFINIT"
000720             MOVE 'D' TO WS-REG-ACK
000721             PERFORM close-reject
000722         END-IF
000723         IF WS-TRV-MARK = "ABANDON"
000724             MOVE 'X' TO WS-REG-ACK
000725             PERFORM close-reject
000726         END-IF
000727         IF WS-TRV-MARK = "A-REVOIR"
000728             ADD 1 TO NB-A-REVOIR
000729             MOVE SPACES TO RPT-LINE
000730             STRING "A REVOIR : " WS-TRV-CODE
000731                 " - motif absent de la table : "
000732                 WS-REG-INFO(1:30)
000733                 INTO RPT-LINE
000734             END-STRING
000735             WRITE RPT-LINE END-WRITE
000736         END-IF
000737         IF WS-TRV-MARK = "BLOQUE"
000738             ADD 1 TO NB-BLOQUES
000739             MOVE SPACES TO RPT-LINE
000740             STRING "BLOQUE : " WS-TRV-CODE
000741                 " - renvoi suspendu par blocage - motif : "
000742                 WS-REG-INFO(1:30)
000743                 INTO RPT-LINE
000744             END-STRING
000745             WRITE RPT-LINE END-WRITE
000746         END-IF
000747     ELSE
000748         PERFORM register-failure
000749     END-IF.
000750
000751 resend-code.
000752* Le code repart dans l'extrait de renvoi, puis le registre note
000753* le renvoi (accuse remis a N, date et generation du jour,
000754* compteur de renvois augmente).
000755     MOVE SPACES TO RENVOI-LINE.
000756     MOVE WS-TRV-CODE TO RENVOI-LINE(1:20).
000757     MOVE WS-REG-INFO(41:8) TO RENVOI-LINE(31:8).
000758     WRITE RENVOI-LINE END-WRITE.
000759     ADD 1 TO EXT-LIGNES.
000760     PERFORM add-extract-checksum.
000761     MOVE 'R' TO WS-REG-ACTION.
000762     MOVE WS-TODAY TO WS-REG-DATE.
000763     MOVE WS-TODAY TO WS-REG-GENERATION.
000764     MOVE SPACE TO WS-REG-RESULT.
000765     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000766         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000767         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000768         ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000769     END-CALL.
000770     IF WS-REG-RESULT = 'T'
000771         ADD 1 TO NB-RENVOYES
000772         MOVE SPACES TO RPT-LINE
000773         STRING "RENVOI : " WS-TRV-CODE
000774             " - renvoi " WS-REG-INFO(31:2) " sur " WS-MAX-RENVOIS
000775             " - motif : " WS-REG-INFO(1:30)
000776             INTO RPT-LINE
000777         END-STRING
000778         WRITE RPT-LINE END-WRITE
000779     ELSE
000780         PERFORM register-failure
000781     END-IF.
000782
000783 close-reject.
000784* Rejet definitif (D) ou abandon (X) : le fichier maitre d'abord,
000785* puis le registre, pour qu'un incident entre les deux laisse le
000786* code rejete et donc repris au passage suivant. La date et le
000787* motif du rejet sont gardes tels quels au registre.
000788     IF WS-MST-OK = 'Y'
000789         MOVE 'R' TO WS-MST-ACTION
000790         MOVE WS-TRV-CODE TO WS-MST-CODE
000791         MOVE SPACE TO WS-MST-RESULT
000792         CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000793             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000794             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000795             ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000796         END-CALL
000797     ELSE
000798         MOVE 'E' TO WS-MST-RESULT
000799     END-IF.
000800     IF WS-MST-RESULT = 'E'
000801         ADD 1 TO NB-NON-CLOS
000802         MOVE SPACES TO RPT-LINE
000803         STRING "NON CLOS : " WS-TRV-CODE
000804             " - fichier maitre indisponible, repris au prochain "
000805             "passage"
000806             INTO RPT-LINE
000807         END-STRING
000808         WRITE RPT-LINE END-WRITE
000809     ELSE
000810         MOVE 'A' TO WS-REG-ACTION
000811         MOVE SPACE TO WS-REG-RESULT
000812         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000813             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000814             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000815             ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000816         END-CALL
000817         IF WS-REG-RESULT = 'T'
000818             PERFORM write-close-line
000819         ELSE
000820             PERFORM register-failure
000821         END-IF
000822     END-IF.
000823
000824 write-close-line.
000825     MOVE SPACES TO RPT-LINE.
000826     IF WS-REG-ACK = 'D'
000827         ADD 1 TO NB-DEFINITIFS
000828         STRING "DEFINITIF : " WS-TRV-CODE
000829             " - rejete le " WS-REG-ACK-DATE
000830             " - motif : " WS-REG-INFO(1:30)
000831             INTO RPT-LINE
000832         END-STRING
000833     ELSE
000834         ADD 1 TO NB-ABANDONNES
000835         STRING "ABANDONNE : " WS-TRV-CODE
000836             " - " WS-TENTATIVES " renvoi(s) sans succes"
000837             " - motif : " WS-REG-INFO(1:30)
000838             INTO RPT-LINE
000839         END-STRING
000840     END-IF.
000841     WRITE RPT-LINE END-WRITE.
000842
000843 split-resend-extract.
000844* Un extrait de renvoi par destination, habille HDR/TRL comme
000845* l'extrait complet dont il est tire ; chacun est annonce au
000846* rapport. Un extrait de destination inecrivable est une erreur :
000847* le systeme aval recevrait un renvoi perime.
000848     MOVE 'X' TO WS-RTE-ACTION.
000849     MOVE WS-RENVOI-NAME TO WS-RTE-FICHIER.
000850     PERFORM call-routage.
000851     IF WS-RTE-RESULT NOT = 'T'
000852         DISPLAY "ERREUR : eclatement de dual-renvoi.txt par "
000853             "destination impossible (" WS-RTE-DEST ")"
000854             END-DISPLAY
000855         MOVE 'E' TO WS-JRN-SEV
000856         MOVE SPACES TO WS-JRN-MSG
000857         STRING "eclatement du renvoi par destination "
000858             "impossible (" WS-RTE-DEST ")"
000859             INTO WS-JRN-MSG
000860         END-STRING
000861         PERFORM write-journal
000862         MOVE 12 TO WS-JOB-RC
000863     END-IF.
000864     MOVE 'P' TO WS-RTE-ACTION.
000865     PERFORM call-routage.
000866     PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
000867         MOVE SPACES TO RPT-LINE
000868         STRING "Extrait destination " WS-RTE-DEST " : "
000869             WS-RTE-LIGNES " code(s) ("
000870             FUNCTION TRIM(WS-RTE-FICHIER) ")"
000871             INTO RPT-LINE
000872         END-STRING
000873         WRITE RPT-LINE END-WRITE
000874         MOVE 'N' TO WS-RTE-ACTION
000875         PERFORM call-routage
000876     END-PERFORM.
000877
000878 balance-destinations.
000879* Preuve du routage : chaque extrait par destination est relu, son
000880* TRL compare aux lignes relues, et leur somme doit redonner les
000881* codes de dual-renvoi.txt. Un desaccord est une erreur.
000882     MOVE 'V' TO WS-RTE-ACTION.
000883     PERFORM call-routage.
000884     MOVE WS-RTE-LIGNES TO NB-DEST-LIGNES.
000885     MOVE 'P' TO WS-RTE-ACTION.
000886     PERFORM call-routage.
000887     PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
000888             AND WS-RTE-RESULT NOT = 'D'
000889         IF WS-RTE-RESULT = 'D'
000890             MOVE SPACES TO RPT-LINE
000891             STRING "DESEQUILIBRE : extrait " WS-RTE-DEST
000892                 " absent ou TRL en desaccord ("
000893                 FUNCTION TRIM(WS-RTE-FICHIER) ")"
000894                 INTO RPT-LINE
000895             END-STRING
000896             WRITE RPT-LINE END-WRITE
000897             PERFORM destination-failure
000898         END-IF
000899         MOVE 'N' TO WS-RTE-ACTION
000900         PERFORM call-routage
000901     END-PERFORM.
000902     MOVE SPACES TO RPT-LINE.
000903     IF NB-DEST-LIGNES NOT = EXT-LIGNES
000904         STRING "DESEQUILIBRE : somme des destinations = "
000905             NB-DEST-LIGNES ", codes de dual-renvoi.txt = "
000906             EXT-LIGNES
000907             INTO RPT-LINE
000908         END-STRING
000909         WRITE RPT-LINE END-WRITE
000910         PERFORM destination-failure
000911     ELSE
000912         STRING "Somme des destinations = " NB-DEST-LIGNES
000913             " = codes de dual-renvoi.txt"
000914             INTO RPT-LINE
000915         END-STRING
000916         WRITE RPT-LINE END-WRITE
000917     END-IF.
000918
000919 destination-failure.
000920     DISPLAY "ERREUR : " FUNCTION TRIM(RPT-LINE) END-DISPLAY.
000921     MOVE 'E' TO WS-JRN-SEV.
000922     MOVE RPT-LINE(1:80) TO WS-JRN-MSG.
000923     PERFORM write-journal.
000924     MOVE 12 TO WS-JOB-RC.
000925
000926 register-failure.
000927     DISPLAY "ERREUR : mise a jour du registre impossible : "
000928         WS-TRV-CODE END-DISPLAY.
000929     MOVE 'E' TO WS-JRN-SEV.
000930     MOVE SPACES TO WS-JRN-MSG.
000931     STRING "mise a jour du registre impossible : " WS-TRV-CODE
000932         INTO WS-JRN-MSG
000933     END-STRING.
000934     PERFORM write-journal.
000935     MOVE 12 TO WS-JOB-RC.
000936
000937 add-extract-checksum.
000938* Cumule le rang alphabetique (a=1 .. z=26) des caracteres du
000939* code courant (WS-TRV-CODE) ; le PIC 9(9) tronque naturellement
000940* au modulo 1 000 000 000, que l'aval recalcule a l'identique.
000941     PERFORM VARYING EXT-CHK-IDX FROM 1 BY 1
000942             UNTIL EXT-CHK-IDX > 20
000943         IF WS-TRV-CODE(EXT-CHK-IDX:1) NOT = SPACE
000944             COMPUTE EXT-CHK-ORD =
000945                 FUNCTION ORD(WS-TRV-CODE(EXT-CHK-IDX:1))
000946                 - FUNCTION ORD("a") + 1
000947             ADD EXT-CHK-ORD TO EXT-CHECKSUM
000948         END-IF
000949     END-PERFORM.
000950
000951 close-files.
000952     MOVE 'F' TO WS-TRV-ACTION.
000953     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000954         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000955         ON EXCEPTION CONTINUE
000956     END-CALL.
000957     MOVE 'F' TO WS-REG-ACTION.
000958     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000959         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000960         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000961         ON EXCEPTION CONTINUE
000962     END-CALL.
000963     IF WS-MST-OK = 'Y'
000964         MOVE 'F' TO WS-MST-ACTION
000965         CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000966             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000967             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000968             ON EXCEPTION CONTINUE
000969         END-CALL
000970     END-IF.
000971     IF WS-BLQ-OK = 'Y'
000972         MOVE 'F' TO WS-BLQ-ACTION
000973         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000974             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000975             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
000976             WS-BLQ-RESULT
000977             ON EXCEPTION CONTINUE
000978         END-CALL
000979     END-IF.
000980
000981 write-journal.
000982     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000983         ON EXCEPTION CONTINUE
000984     END-CALL.
