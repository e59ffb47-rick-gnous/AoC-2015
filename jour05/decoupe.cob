000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. decoupe-partitions.
000003
000004* Decoupage de l'entree de la nuit pour les instances jour-cinq
000005* paralleles (mode PARTITION, fusion par consolide-partitions),
000006* a lancer par chaine-nuit apres le controle d'arrivee et avant
000007* les instances. Le decoupage a la main donnait des partitions
000008* desequilibrees, et une chaine en double repartie sur deux
000009* partitions echappait au dedoublonnage de chaque instance. Les
000010* fichiers de la liste INPUT de jour5.parms sont repartis en
000011* JOUR5_PARTS partitions (2 a 99, comme pour la consolidation).
000012* La partition d'un enregistrement ne depend que de la chaine,
000013* prise sous la forme ou jour-cinq la compare (voir
000014* compute-partition) : deux doublons tombent toujours dans la
000015* meme instance. Chaque fichier d'entree donne un fichier par
000016* partition, entree-pNN-MM.txt (MM = rang du fichier dans
000017* INPUT), pour que chaque instance garde la source HDR de chaque
000018* fichier : en-tete HDR repris du fichier d'origine (date du jour
000019* et source a blanc - INCONN pour jour-cinq - s'il n'en a pas),
000020* enregistrements de donnees dans leur ordre d'arrivee, puis fin
000021* TRL avec le compte propre au fichier de partition. Chaque
000022* instance recoit son fichier de pilotage jour5-pNN.parms, que le
000023* scheduler designe par JOUR5_PARMS : les lignes de jour5.parms
000024* sauf INPUT, PARTITION et RESTART (une reprise se pose instance
000025* par instance), puis INPUT avec les fichiers de la partition et
000026* PARTITION nn. Le rapport decoupe.txt detaille les
000027* enregistrements lus et ecrits par fichier et par partition, et
000028* prouve que les totaux des partitions egalent les enregistrements
000029* lus. Code retour : 0 conforme, 4 avertissement (fichier de la
000030* liste introuvable, fin de controle illisible, mode
000031* resoumission : rien a decouper), 8 compte TRL d'origine errone
000032* (comme jour-cinq), 12 erreur (JOUR5_PARTS invalide, jour5.parms
000033* illisible, passage en cours, aucune entree lisible, ecriture
000034* impossible, totaux des partitions non conformes).
000035
000036 ENVIRONMENT DIVISION.
000037    INPUT-OUTPUT SECTION.
000038    FILE-CONTROL.
000039         SELECT PARM-FILE ASSIGN TO "jour5.parms"
000040         ORGANIZATION LINE SEQUENTIAL
000041         FILE STATUS IS WS-PARM-STATUS.
000042         SELECT FILE1 ASSIGN TO DYNAMIC WS-INPUT-FILE
000043         ORGANIZATION LINE SEQUENTIAL
000044         FILE STATUS IS WS-FILE1-STATUS.
000045         SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-NAME
000046         ORGANIZATION LINE SEQUENTIAL
000047         FILE STATUS IS WS-PART-STATUS.
000048         SELECT INST-FILE ASSIGN TO DYNAMIC WS-INST-NAME
000049         ORGANIZATION LINE SEQUENTIAL
000050         FILE STATUS IS WS-INST-STATUS.
000051         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000052         ORGANIZATION LINE SEQUENTIAL
000053         FILE STATUS IS WS-LOCK-STATUS.
000054         SELECT DECOUPE-REPORT ASSIGN TO "decoupe.txt"
000055         ORGANIZATION LINE SEQUENTIAL
000056         FILE STATUS IS WS-RPT-STATUS.
000057
000058 DATA DIVISION.
000059   FILE SECTION.
000060   FD PARM-FILE.
000061     01 PARM-LINE PIC X(540).
000062
000063   FD FILE1.
000064     01 IN-LINE PIC X(80).
000065
000066   FD PART-FILE.
000067     01 PART-LINE PIC X(80).
000068
000069   FD INST-FILE.
000070     01 INST-LINE PIC X(540).
000071
000072   FD LOCK-FILE.
000073     01 LOCK-LINE PIC X(80).
000074
000075   FD DECOUPE-REPORT.
000076     01 RPT-LINE PIC X(132).
000077
000078   WORKING-STORAGE SECTION.
000079     77 WS-PARM-STATUS PIC XX.
000080     77 WS-FILE1-STATUS PIC XX.
000081     77 WS-PART-STATUS PIC XX.
000082     77 WS-INST-STATUS PIC XX.
000083     77 WS-LOCK-STATUS PIC XX.
000084     77 WS-RPT-STATUS PIC XX.
000085     77 WS-RPT-OUVERT PIC X VALUE 'N'.
000086     77 WS-TODAY PIC 9(8) VALUE 0.
000087* Nombre de partitions, pose par le scheduler comme pour
000088* consolide-partitions.
000089     77 WS-PARTS-PARM PIC X(6).
000090     77 WS-PARTS-CHK PIC S9(4).
000091     77 WS-NB-PARTS PIC 99 VALUE 0.
000092* Liste INPUT et mode du passage, lus dans jour5.parms comme
000093* jour-cinq les lit ("input" par defaut), et lignes reprises
000094* telles quelles dans le pilotage de chaque instance.
000095     77 WS-PARM-KEY PIC X(20).
000096     77 WS-PARM-VALUE PIC X(520).
000097     77 WS-PARM-WORK PIC X(540).
000098     77 WS-MODE-PARM PIC X(12) VALUE "NORMAL".
000099     77 WS-INPUT-LIST PIC X(540) VALUE SPACES.
000100     01 WS-INPUT-TABLE.
000101       05 WS-INPUT-ENTRY PIC X(100) OCCURS 10 TIMES.
000102     77 WS-INPUT-COUNT PIC 99 VALUE 0.
000103     77 WS-INPUT-COMMAS PIC 999 VALUE 0.
000104     77 WS-INPUT-FILE PIC X(100).
000105     01 WS-PRM-TABLE.
000106       05 WS-PRM-LIGNE PIC X(540) OCCURS 100 TIMES.
000107     77 WS-PRM-COUNT PIC 999 VALUE 0.
000108     77 WS-PRM-IDX PIC 999.
000109* Etat de chaque fichier d'entree, releve a la premiere lecture.
000110     01 WS-ENT-TABLE.
000111       05 WS-ENT-ENTRY OCCURS 10 TIMES.
000112         10 WS-ENT-OUVERT PIC X.
000113         10 WS-ENT-HDR PIC X.
000114         10 WS-ENT-TRL PIC X.
000115         10 WS-ENT-GEN PIC X(8).
000116         10 WS-ENT-SOURCE PIC X(6).
000117         10 WS-ENT-ANNONCE PIC 9(6).
000118         10 WS-ENT-LUS PIC 9(6).
000119         10 WS-ENT-ECRITS PIC 9(6).
000120     77 WS-ENT-IDX PIC 99.
000121     77 WS-CTL-COUNT-X PIC X(6).
000122* Repartition prevue a la premiere lecture et enregistrements
000123* effectivement ecrits, par fichier et par partition, puis total
000124* de chaque partition tous fichiers confondus.
000125     01 WS-REP-TABLE.
000126       05 WS-REP-ENTREE OCCURS 10 TIMES.
000127         10 WS-REP-PART OCCURS 99 TIMES.
000128           15 WS-REP-PREVU PIC 9(6).
000129           15 WS-REP-ECRIT PIC 9(6).
000130     01 WS-TOT-TABLE.
000131       05 WS-TOT-PART PIC 9(7) OCCURS 99 TIMES.
000132     77 WS-PART-IDX PIC 99.
000133     77 WS-PART-NAME PIC X(40).
000134     77 WS-INST-NAME PIC X(40).
000135     77 WS-INST-INPUT PIC X(520).
000136     77 WS-INST-PTR PIC 999.
000137* Cle de partition d'un enregistrement (voir compute-partition).
000138     77 WS-CLE PIC X(20).
000139     77 WS-CLE-LEN PIC 99.
000140     77 WS-CLE-POS PIC 99.
000141     77 WS-CLE-SOMME PIC 9(9).
000142     77 WS-CLE-QUOT PIC 9(9).
000143     77 WS-CLE-RESTE PIC 99.
000144     77 WS-CLE-PART PIC 99.
000145* Bilan : enregistrements lus, ecrits, somme des partitions,
000146* partitions la plus et la moins chargees.
000147     77 NB-LUS PIC 9(7) VALUE 0.
000148     77 NB-ECRITS PIC 9(7) VALUE 0.
000149     77 NB-SOMME-PARTS PIC 9(7) VALUE 0.
000150     77 NB-OUVERTS PIC 99 VALUE 0.
000151     77 NB-ECARTS PIC 999 VALUE 0.
000152     77 NB-ECARTS-FICHIER PIC 999 VALUE 0.
000153     77 WS-PART-MAX PIC 99 VALUE 1.
000154     77 WS-PART-MIN PIC 99 VALUE 1.
000155     77 WS-PCT PIC ZZ9.99.
000156     77 WS-JOB-RC PIC 99 VALUE 0.
000157
000158* Journal operateur commun (journal.txt, via journal-op) : les
000159* messages d'exploitation de la console sont aussi consignes
000160* horodates dans un fichier unique pour toute la suite, que la
000161* supervision greppe apres incident. Module absent ou journal
000162* inecrivable : la console reste seule, sans faire echouer le
000163* passage.
000164     77 WS-JRN-PROG PIC X(20) VALUE "decoupe-partitions".
000165     77 WS-JRN-SEV PIC X.
000166     77 WS-JRN-MSG PIC X(80).
000167
000168 PROCEDURE DIVISION.
000169 main.
000170     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000171     MOVE 'I' TO WS-JRN-SEV.
000172     MOVE "debut du decoupage des partitions" TO WS-JRN-MSG.
000173     PERFORM write-journal.
000174     ACCEPT WS-PARTS-PARM FROM ENVIRONMENT "JOUR5_PARTS".
000175     COMPUTE WS-PARTS-CHK =
000176         FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARTS-PARM)).
000177     IF WS-PARTS-CHK = 0
000178         COMPUTE WS-NB-PARTS =
000179             FUNCTION NUMVAL(FUNCTION TRIM(WS-PARTS-PARM))
000180     END-IF.
000181     IF WS-NB-PARTS < 2 OR WS-NB-PARTS > 99
000182         MOVE "JOUR5_PARTS doit valoir de 2 a 99 partitions"
000183             TO WS-JRN-MSG
000184         PERFORM stop-on-error
000185     END-IF.
000186     PERFORM check-run-lock.
000187     PERFORM read-run-parms.
000188     OPEN OUTPUT DECOUPE-REPORT.
000189     IF WS-RPT-STATUS NOT = "00"
000190         MOVE SPACES TO WS-JRN-MSG
000191         STRING "creation de decoupe.txt impossible (status "
000192             WS-RPT-STATUS
000193             ")"
000194             INTO WS-JRN-MSG
000195         END-STRING
000196         PERFORM stop-on-error
000197     END-IF.
000198     MOVE 'Y' TO WS-RPT-OUVERT.
000199     MOVE SPACES TO RPT-LINE.
000200     STRING "Decoupage de l'entree du " WS-TODAY " en "
000201         WS-NB-PARTS " partitions - mode "
000202         FUNCTION TRIM(WS-MODE-PARM)
000203         INTO RPT-LINE
000204     END-STRING.
000205     WRITE RPT-LINE END-WRITE.
000206     MOVE SPACES TO RPT-LINE.
000207     WRITE RPT-LINE END-WRITE.
000208     IF WS-MODE-PARM = "RESOUMISSION"
000209         MOVE "Mode resoumission : aucune entree a decouper."
000210             TO RPT-LINE
000211         WRITE RPT-LINE END-WRITE
000212         DISPLAY "ATTENTION : mode resoumission, aucune entree a "
000213             "decouper" END-DISPLAY
000214         MOVE 'W' TO WS-JRN-SEV
000215         MOVE "mode resoumission, aucune entree a decouper"
000216             TO WS-JRN-MSG
000217         PERFORM write-journal
000218         IF WS-JOB-RC < 4
000219             MOVE 4 TO WS-JOB-RC
000220         END-IF
000221     ELSE
000222         INITIALIZE WS-REP-TABLE
000223         INITIALIZE WS-TOT-TABLE
000224         PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
000225                 UNTIL WS-ENT-IDX > WS-INPUT-COUNT
000226             PERFORM split-input-file
000227         END-PERFORM
000228         IF NB-OUVERTS = 0
000229             MOVE "aucun fichier de la liste INPUT n'est lisible"
000230                 TO WS-JRN-MSG
000231             PERFORM stop-on-error
000232         END-IF
000233         MOVE SPACES TO RPT-LINE
000234         WRITE RPT-LINE END-WRITE
000235         MOVE "Partitions :" TO RPT-LINE
000236         WRITE RPT-LINE END-WRITE
000237         PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000238                 UNTIL WS-PART-IDX > WS-NB-PARTS
000239             PERFORM write-instance-parms
000240         END-PERFORM
000241         PERFORM write-balance
000242     END-IF.
000243     PERFORM write-conclusion.
000244     CLOSE DECOUPE-REPORT.
000245     DISPLAY "Decoupage : " NB-LUS " enregistrement(s) lu(s), "
000246         NB-ECRITS " ecrit(s) en " WS-NB-PARTS " partitions"
000247         END-DISPLAY.
000248     MOVE 'I' TO WS-JRN-SEV.
000249     IF WS-JOB-RC > 0
000250         MOVE 'W' TO WS-JRN-SEV
000251     END-IF.
000252     MOVE SPACES TO WS-JRN-MSG.
000253     STRING "fin du decoupage, " NB-LUS " lu(s), " NB-ECRITS
000254         " ecrit(s), code retour " WS-JOB-RC
000255         INTO WS-JRN-MSG
000256     END-STRING.
000257     PERFORM write-journal.
000258     MOVE WS-JOB-RC TO RETURN-CODE.
000259     STOP RUN.
000260
000261 check-run-lock.
000262* Un passage jour-cinq encore EN COURS (verrou jour5.lock) lit
000263* peut-etre les fichiers de partition : les reecrire sous lui
000264* fausserait son passage, le decoupage est refuse.
000265     OPEN INPUT LOCK-FILE.
000266     IF WS-LOCK-STATUS = "00"
000267         READ LOCK-FILE
000268         IF WS-LOCK-STATUS = "00"
000269                 AND LOCK-LINE(1:8) = "EN COURS"
000270             CLOSE LOCK-FILE
000271             MOVE "passage jour-cinq en cours, decoupage refuse"
000272                 TO WS-JRN-MSG
000273             PERFORM stop-on-error
000274         END-IF
000275         CLOSE LOCK-FILE
000276     END-IF.
000277
000278 read-run-parms.
000279* Seuls INPUT et MODE interessent le decoupage ; les autres mots
000280* cles sont valides par chaque instance. jour5.parms absent :
000281* valeurs par defaut, comme jour-cinq. Une ligne trop longue
000282* (status 04) ne peut pas etre recopiee fidelement : erreur.
000283     OPEN INPUT PARM-FILE.
000284     IF WS-PARM-STATUS = "00"
000285         PERFORM UNTIL WS-PARM-STATUS NOT = "00"
000286             READ PARM-FILE
000287             IF WS-PARM-STATUS = "00"
000288                 PERFORM keep-parm-line
000289             END-IF
000290         END-PERFORM
000291         CLOSE PARM-FILE
000292     END-IF.
000293     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-STATUS NOT = "10"
000294             AND WS-PARM-STATUS NOT = "35"
000295         MOVE SPACES TO WS-JRN-MSG
000296         STRING "lecture de jour5.parms impossible (status "
000297             WS-PARM-STATUS
000298             ")"
000299             INTO WS-JRN-MSG
000300         END-STRING
000301         PERFORM stop-on-error
000302     END-IF.
000303     IF WS-INPUT-LIST = SPACES
000304         MOVE "input" TO WS-INPUT-LIST
000305     END-IF.
000306     UNSTRING WS-INPUT-LIST DELIMITED BY ","
000307         INTO WS-INPUT-ENTRY(1) WS-INPUT-ENTRY(2)
000308              WS-INPUT-ENTRY(3) WS-INPUT-ENTRY(4)
000309              WS-INPUT-ENTRY(5) WS-INPUT-ENTRY(6)
000310              WS-INPUT-ENTRY(7) WS-INPUT-ENTRY(8)
000311              WS-INPUT-ENTRY(9) WS-INPUT-ENTRY(10)
000312         TALLYING IN WS-INPUT-COUNT
000313     END-UNSTRING.
000314     MOVE 0 TO WS-INPUT-COMMAS.
000315     INSPECT WS-INPUT-LIST TALLYING WS-INPUT-COMMAS FOR ALL ",".
000316     IF WS-INPUT-COMMAS > 9
000317         DISPLAY "ATTENTION : plus de 10 fichiers dans INPUT, "
000318             "seuls les 10 premiers sont decoupes" END-DISPLAY
000319         MOVE 'W' TO WS-JRN-SEV
000320         MOVE "plus de 10 fichiers dans INPUT, 10 decoupes"
000321             TO WS-JRN-MSG
000322         PERFORM write-journal
000323         IF WS-JOB-RC < 4
000324             MOVE 4 TO WS-JOB-RC
000325         END-IF
000326     END-IF.
000327
000328 keep-parm-line.
000329* Les lignes INPUT, PARTITION et RESTART sont propres a chaque
000330* instance ; toutes les autres, commentaires compris, sont
000331* recopiees dans son pilotage.
000332     MOVE SPACES TO WS-PARM-KEY.
000333     MOVE SPACES TO WS-PARM-VALUE.
000334     IF PARM-LINE NOT = SPACES AND PARM-LINE(1:1) NOT = "*"
000335         MOVE FUNCTION TRIM(PARM-LINE LEADING) TO WS-PARM-WORK
000336         UNSTRING WS-PARM-WORK DELIMITED BY ALL " "
000337             INTO WS-PARM-KEY WS-PARM-VALUE
000338         END-UNSTRING
000339     END-IF.
000340     EVALUATE WS-PARM-KEY
000341         WHEN "INPUT"
000342             MOVE WS-PARM-VALUE TO WS-INPUT-LIST
000343         WHEN "PARTITION"
000344             CONTINUE
000345         WHEN "RESTART"
000346             CONTINUE
000347         WHEN OTHER
000348             IF WS-PARM-KEY = "MODE"
000349                 MOVE WS-PARM-VALUE TO WS-MODE-PARM
000350             END-IF
000351             IF WS-PRM-COUNT >= 100
000352                 CLOSE PARM-FILE
000353                 MOVE "plus de 100 lignes dans jour5.parms"
000354                     TO WS-JRN-MSG
000355                 PERFORM stop-on-error
000356             END-IF
000357             ADD 1 TO WS-PRM-COUNT
000358             MOVE PARM-LINE TO WS-PRM-LIGNE(WS-PRM-COUNT)
000359     END-EVALUATE.
000360
000361 split-input-file.
000362     MOVE FUNCTION TRIM(WS-INPUT-ENTRY(WS-ENT-IDX))
000363         TO WS-INPUT-FILE.
000364     MOVE 'N' TO WS-ENT-OUVERT(WS-ENT-IDX).
000365     MOVE 'N' TO WS-ENT-HDR(WS-ENT-IDX).
000366     MOVE 'N' TO WS-ENT-TRL(WS-ENT-IDX).
000367     MOVE WS-TODAY TO WS-ENT-GEN(WS-ENT-IDX).
000368     MOVE SPACES TO WS-ENT-SOURCE(WS-ENT-IDX).
000369     MOVE 0 TO WS-ENT-ANNONCE(WS-ENT-IDX).
000370     MOVE 0 TO WS-ENT-LUS(WS-ENT-IDX).
000371     MOVE 0 TO WS-ENT-ECRITS(WS-ENT-IDX).
000372     MOVE SPACES TO RPT-LINE.
000373     STRING "Fichier " FUNCTION TRIM(WS-INPUT-FILE) " :"
000374         INTO RPT-LINE
000375     END-STRING.
000376     WRITE RPT-LINE END-WRITE.
000377     OPEN INPUT FILE1.
000378     IF WS-FILE1-STATUS NOT = "00"
000379         MOVE SPACES TO RPT-LINE
000380         STRING "  ATTENTION : fichier introuvable (status "
000381             WS-FILE1-STATUS "), non decoupe"
000382             INTO RPT-LINE
000383         END-STRING
000384         WRITE RPT-LINE END-WRITE
000385         DISPLAY "ATTENTION : " FUNCTION TRIM(WS-INPUT-FILE)
000386             " introuvable (status " WS-FILE1-STATUS
000387             "), non decoupe" END-DISPLAY
000388         MOVE 'W' TO WS-JRN-SEV
000389         MOVE SPACES TO WS-JRN-MSG
000390         STRING FUNCTION TRIM(WS-INPUT-FILE)
000391             " introuvable (status " WS-FILE1-STATUS
000392             "), non decoupe"
000393             INTO WS-JRN-MSG
000394         END-STRING
000395         PERFORM write-journal
000396         IF WS-JOB-RC < 4
000397             MOVE 4 TO WS-JOB-RC
000398         END-IF
000399     ELSE
000400         MOVE 'Y' TO WS-ENT-OUVERT(WS-ENT-IDX)
000401         ADD 1 TO NB-OUVERTS
000402* Un enregistrement plus long que la zone (status 04) est une
000403* donnee comme une autre : jour-cinq le lit aussi, tronque.
000404         PERFORM UNTIL WS-FILE1-STATUS NOT = "00"
000405                 AND WS-FILE1-STATUS NOT = "04"
000406             READ FILE1
000407             IF WS-FILE1-STATUS = "00" OR WS-FILE1-STATUS = "04"
000408                 PERFORM survey-input-line
000409             END-IF
000410         END-PERFORM
000411         PERFORM check-end-of-input
000412         CLOSE FILE1
000413         PERFORM report-input-file
000414         PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000415                 UNTIL WS-PART-IDX > WS-NB-PARTS
000416             PERFORM write-partition-file
000417         END-PERFORM
000418         PERFORM check-input-balance
000419     END-IF.
000420
000421 survey-input-line.
000422* En-tete et fin de controle comme jour-cinq les reconnait : ils
000423* ne sont pas des donnees et ne sont pas repartis.
000424     IF IN-LINE(1:3) = "HDR"
000425         MOVE 'Y' TO WS-ENT-HDR(WS-ENT-IDX)
000426         MOVE IN-LINE(4:8) TO WS-ENT-GEN(WS-ENT-IDX)
000427         MOVE IN-LINE(12:6) TO WS-ENT-SOURCE(WS-ENT-IDX)
000428     ELSE
000429         IF IN-LINE(1:3) = "TRL"
000430             MOVE IN-LINE(4:6) TO WS-CTL-COUNT-X
000431             IF WS-CTL-COUNT-X IS NUMERIC
000432                 MOVE 'Y' TO WS-ENT-TRL(WS-ENT-IDX)
000433                 MOVE WS-CTL-COUNT-X TO WS-ENT-ANNONCE(WS-ENT-IDX)
000434             ELSE
000435                 MOVE 'I' TO WS-ENT-TRL(WS-ENT-IDX)
000436             END-IF
000437         ELSE
000438             ADD 1 TO WS-ENT-LUS(WS-ENT-IDX)
000439             PERFORM compute-partition
000440             ADD 1 TO WS-REP-PREVU(WS-ENT-IDX, WS-CLE-PART)
000441         END-IF
000442     END-IF.
000443
000444 check-end-of-input.
000445* Une lecture interrompue avant la fin du fichier fausserait la
000446* repartition : seule une vraie fin de fichier est acceptee.
000447     IF WS-FILE1-STATUS NOT = "10"
000448         CLOSE FILE1
000449         MOVE SPACES TO WS-JRN-MSG
000450         STRING "lecture de " FUNCTION TRIM(WS-INPUT-FILE)
000451             " interrompue (status " WS-FILE1-STATUS ")"
000452             INTO WS-JRN-MSG
000453         END-STRING
000454         PERFORM stop-on-error
000455     END-IF.
000456
000457 compute-partition.
000458* Cle de partition : la chaine telle que jour-cinq la compare -
000459* les 20 caracteres retenus a la lecture, majuscules repliees et
000460* dechet de queue hors a-z retire - pour qu'une chaine et sa
000461* forme reparee par l'option NORMALISATION tombent dans la meme
000462* partition. Rang de chaque caractere multiplie par sa position,
000463* cumule, modulo le nombre de partitions : la position disperse
000464* les anagrammes, le modulo equilibre les partitions.
000465     MOVE IN-LINE(1:20) TO WS-CLE.
000466     INSPECT WS-CLE
000467         CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000468                 TO "abcdefghijklmnopqrstuvwxyz".
000469     MOVE 20 TO WS-CLE-LEN.
000470     PERFORM UNTIL WS-CLE-LEN = 0
000471             OR (WS-CLE(WS-CLE-LEN:1) >= "a"
000472             AND WS-CLE(WS-CLE-LEN:1) <= "z")
000473         SUBTRACT 1 FROM WS-CLE-LEN
000474     END-PERFORM.
000475     MOVE 0 TO WS-CLE-SOMME.
000476     PERFORM VARYING WS-CLE-POS FROM 1 BY 1
000477             UNTIL WS-CLE-POS > WS-CLE-LEN
000478         COMPUTE WS-CLE-SOMME = WS-CLE-SOMME
000479             + FUNCTION ORD(WS-CLE(WS-CLE-POS:1)) * WS-CLE-POS
000480     END-PERFORM.
000481     DIVIDE WS-CLE-SOMME BY WS-NB-PARTS GIVING WS-CLE-QUOT
000482         REMAINDER WS-CLE-RESTE
000483     END-DIVIDE.
000484     COMPUTE WS-CLE-PART = WS-CLE-RESTE + 1.
000485
000486 report-input-file.
000487     MOVE SPACES TO RPT-LINE.
000488     STRING "  source " WS-ENT-SOURCE(WS-ENT-IDX)
000489         " - generation " WS-ENT-GEN(WS-ENT-IDX)
000490         " - " WS-ENT-LUS(WS-ENT-IDX) " enregistrement(s) lu(s)"
000491         INTO RPT-LINE
000492     END-STRING.
000493     WRITE RPT-LINE END-WRITE.
000494     IF WS-ENT-HDR(WS-ENT-IDX) = 'N'
000495         MOVE SPACES TO RPT-LINE
000496         STRING "  sans en-tete : partitions datees du jour, "
000497             "source a blanc (INCONN pour jour-cinq)"
000498             INTO RPT-LINE
000499         END-STRING
000500         WRITE RPT-LINE END-WRITE
000501     END-IF.
000502     EVALUATE WS-ENT-TRL(WS-ENT-IDX)
000503         WHEN 'Y'
000504             IF WS-ENT-ANNONCE(WS-ENT-IDX)
000505                     = WS-ENT-LUS(WS-ENT-IDX)
000506                 MOVE SPACES TO RPT-LINE
000507                 STRING "  controle : compte conforme ("
000508                     WS-ENT-ANNONCE(WS-ENT-IDX) ")"
000509                     INTO RPT-LINE
000510                 END-STRING
000511                 WRITE RPT-LINE END-WRITE
000512             ELSE
000513                 PERFORM report-bad-trailer
000514             END-IF
000515         WHEN 'I'
000516             MOVE "  ATTENTION : fin de controle illisible"
000517                 TO RPT-LINE
000518             WRITE RPT-LINE END-WRITE
000519             DISPLAY "ATTENTION : fin de controle illisible : "
000520                 FUNCTION TRIM(WS-INPUT-FILE) END-DISPLAY
000521             MOVE 'W' TO WS-JRN-SEV
000522             MOVE SPACES TO WS-JRN-MSG
000523             STRING "fin de controle illisible : "
000524                 FUNCTION TRIM(WS-INPUT-FILE)
000525                 INTO WS-JRN-MSG
000526             END-STRING
000527             PERFORM write-journal
000528             IF WS-JOB-RC < 4
000529                 MOVE 4 TO WS-JOB-RC
000530             END-IF
000531         WHEN OTHER
000532             MOVE "  sans fin de controle" TO RPT-LINE
000533             WRITE RPT-LINE END-WRITE
000534     END-EVALUATE.
000535
000536 report-bad-trailer.
000537* Les partitions portent leur propre compte : sans ce signal, le
000538* transfert tronque que jour-cinq aurait vu passerait inapercu.
000539     MOVE SPACES TO RPT-LINE.
000540     STRING "  ERREUR : compte de controle errone (annonce "
000541         WS-ENT-ANNONCE(WS-ENT-IDX) ", lu "
000542         WS-ENT-LUS(WS-ENT-IDX) ")"
000543         INTO RPT-LINE
000544     END-STRING.
000545     WRITE RPT-LINE END-WRITE.
000546     DISPLAY "ERREUR : compte de controle errone sur "
000547         FUNCTION TRIM(WS-INPUT-FILE) " (annonce "
000548         WS-ENT-ANNONCE(WS-ENT-IDX) ", lu "
000549         WS-ENT-LUS(WS-ENT-IDX) ")" END-DISPLAY.
000550     MOVE 'E' TO WS-JRN-SEV.
000551     MOVE SPACES TO WS-JRN-MSG.
000552     STRING "compte de controle errone (annonce "
000553         WS-ENT-ANNONCE(WS-ENT-IDX) ", lu "
000554         WS-ENT-LUS(WS-ENT-IDX) ") : "
000555         FUNCTION TRIM(WS-INPUT-FILE)
000556         INTO WS-JRN-MSG
000557     END-STRING.
000558     PERFORM write-journal.
000559     IF WS-JOB-RC < 8
000560         MOVE 8 TO WS-JOB-RC
000561     END-IF.
000562
000563 write-partition-file.
000564* Une relecture du fichier d'entree par partition : l'ordre
000565* d'arrivee des enregistrements est conserve dans chacune.
000566     MOVE SPACES TO WS-PART-NAME.
000567     STRING "entree-p" WS-PART-IDX "-" WS-ENT-IDX ".txt"
000568         INTO WS-PART-NAME
000569     END-STRING.
000570     OPEN OUTPUT PART-FILE.
000571     IF WS-PART-STATUS NOT = "00"
000572         MOVE SPACES TO WS-JRN-MSG
000573         STRING "creation de " FUNCTION TRIM(WS-PART-NAME)
000574             " impossible (status " WS-PART-STATUS ")"
000575             INTO WS-JRN-MSG
000576         END-STRING
000577         PERFORM stop-on-error
000578     END-IF.
000579     MOVE SPACES TO PART-LINE.
000580     STRING "HDR" WS-ENT-GEN(WS-ENT-IDX) WS-ENT-SOURCE(WS-ENT-IDX)
000581         INTO PART-LINE
000582     END-STRING.
000583     WRITE PART-LINE END-WRITE.
000584     OPEN INPUT FILE1.
000585     IF WS-FILE1-STATUS NOT = "00"
000586         CLOSE PART-FILE
000587         MOVE SPACES TO WS-JRN-MSG
000588         STRING "relecture de " FUNCTION TRIM(WS-INPUT-FILE)
000589             " impossible (status " WS-FILE1-STATUS ")"
000590             INTO WS-JRN-MSG
000591         END-STRING
000592         PERFORM stop-on-error
000593     END-IF.
000594     PERFORM UNTIL WS-FILE1-STATUS NOT = "00"
000595             AND WS-FILE1-STATUS NOT = "04"
000596         READ FILE1
000597         IF WS-FILE1-STATUS = "00" OR WS-FILE1-STATUS = "04"
000598             IF IN-LINE(1:3) NOT = "HDR"
000599                     AND IN-LINE(1:3) NOT = "TRL"
000600                 PERFORM compute-partition
000601                 IF WS-CLE-PART = WS-PART-IDX
000602                     MOVE IN-LINE TO PART-LINE
000603                     WRITE PART-LINE END-WRITE
000604                     ADD 1
000605                         TO WS-REP-ECRIT(WS-ENT-IDX, WS-PART-IDX)
000606                 END-IF
000607             END-IF
000608         END-IF
000609     END-PERFORM.
000610     IF WS-FILE1-STATUS NOT = "10"
000611         CLOSE PART-FILE
000612     END-IF.
000613     PERFORM check-end-of-input.
000614     CLOSE FILE1.
000615     MOVE SPACES TO PART-LINE.
000616     STRING "TRL" WS-REP-ECRIT(WS-ENT-IDX, WS-PART-IDX)
000617         INTO PART-LINE
000618     END-STRING.
000619     WRITE PART-LINE END-WRITE.
000620     CLOSE PART-FILE.
000621     ADD WS-REP-ECRIT(WS-ENT-IDX, WS-PART-IDX)
000622         TO WS-ENT-ECRITS(WS-ENT-IDX).
000623     ADD WS-REP-ECRIT(WS-ENT-IDX, WS-PART-IDX)
000624         TO WS-TOT-PART(WS-PART-IDX).
000625     MOVE SPACES TO RPT-LINE.
000626     STRING "  partition " WS-PART-IDX " : "
000627         WS-REP-ECRIT(WS-ENT-IDX, WS-PART-IDX)
000628         " enregistrement(s) -> " FUNCTION TRIM(WS-PART-NAME)
000629         INTO RPT-LINE
000630     END-STRING.
000631     WRITE RPT-LINE END-WRITE.
000632
000633 check-input-balance.
000634* Preuve par fichier : chaque partition a recu exactement ce que
000635* la premiere lecture lui destinait, et la somme des partitions
000636* egale les enregistrements lus.
000637     MOVE 0 TO NB-ECARTS-FICHIER.
000638     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000639             UNTIL WS-PART-IDX > WS-NB-PARTS
000640         IF WS-REP-ECRIT(WS-ENT-IDX, WS-PART-IDX)
000641                 NOT = WS-REP-PREVU(WS-ENT-IDX, WS-PART-IDX)
000642             ADD 1 TO NB-ECARTS-FICHIER
000643         END-IF
000644     END-PERFORM.
000645     ADD WS-ENT-LUS(WS-ENT-IDX) TO NB-LUS.
000646     ADD WS-ENT-ECRITS(WS-ENT-IDX) TO NB-ECRITS.
000647     MOVE SPACES TO RPT-LINE.
000648     IF NB-ECARTS-FICHIER = 0
000649             AND WS-ENT-ECRITS(WS-ENT-IDX)
000650                 = WS-ENT-LUS(WS-ENT-IDX)
000651         STRING "  total des partitions : "
000652             WS-ENT-ECRITS(WS-ENT-IDX) " = "
000653             WS-ENT-LUS(WS-ENT-IDX) " lu(s) : conforme"
000654             INTO RPT-LINE
000655         END-STRING
000656         WRITE RPT-LINE END-WRITE
000657     ELSE
000658         ADD 1 TO NB-ECARTS
000659         STRING "  ERREUR : total des partitions "
000660             WS-ENT-ECRITS(WS-ENT-IDX) " pour "
000661             WS-ENT-LUS(WS-ENT-IDX) " lu(s), "
000662             NB-ECARTS-FICHIER " partition(s) en ecart"
000663             INTO RPT-LINE
000664         END-STRING
000665         WRITE RPT-LINE END-WRITE
000666         DISPLAY "ERREUR : decoupage non conforme de "
000667             FUNCTION TRIM(WS-INPUT-FILE) END-DISPLAY
000668         MOVE 'E' TO WS-JRN-SEV
000669         MOVE SPACES TO WS-JRN-MSG
000670         STRING "decoupage non conforme de "
000671             FUNCTION TRIM(WS-INPUT-FILE)
000672             INTO WS-JRN-MSG
000673         END-STRING
000674         PERFORM write-journal
000675         MOVE 12 TO WS-JOB-RC
000676     END-IF.
000677
000678 write-instance-parms.
000679* Pilotage de l'instance : lignes communes de jour5.parms, puis
000680* ses fichiers de partition (un par fichier d'entree lisible,
000681* dans l'ordre de la liste) et son numero de partition.
000682     MOVE SPACES TO WS-INST-NAME.
000683     STRING "jour5-p" WS-PART-IDX ".parms"
000684         INTO WS-INST-NAME
000685     END-STRING.
000686     OPEN OUTPUT INST-FILE.
000687     IF WS-INST-STATUS NOT = "00"
000688         MOVE SPACES TO WS-JRN-MSG
000689         STRING "creation de " FUNCTION TRIM(WS-INST-NAME)
000690             " impossible (status " WS-INST-STATUS ")"
000691             INTO WS-JRN-MSG
000692         END-STRING
000693         PERFORM stop-on-error
000694     END-IF.
000695     MOVE SPACES TO INST-LINE.
000696     STRING "* Partition " WS-PART-IDX " sur " WS-NB-PARTS
000697         " - decoupe-partitions du " WS-TODAY
000698         INTO INST-LINE
000699     END-STRING.
000700     WRITE INST-LINE END-WRITE.
000701     PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
000702             UNTIL WS-PRM-IDX > WS-PRM-COUNT
000703         MOVE WS-PRM-LIGNE(WS-PRM-IDX) TO INST-LINE
000704         WRITE INST-LINE END-WRITE
000705     END-PERFORM.
000706     MOVE SPACES TO WS-INST-INPUT.
000707     MOVE 1 TO WS-INST-PTR.
000708     PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
000709             UNTIL WS-ENT-IDX > WS-INPUT-COUNT
000710         IF WS-ENT-OUVERT(WS-ENT-IDX) = 'Y'
000711             IF WS-INST-PTR > 1
000712                 STRING "," INTO WS-INST-INPUT
000713                     WITH POINTER WS-INST-PTR
000714                 END-STRING
000715             END-IF
000716             STRING "entree-p" WS-PART-IDX "-" WS-ENT-IDX ".txt"
000717                 INTO WS-INST-INPUT
000718                 WITH POINTER WS-INST-PTR
000719             END-STRING
000720         END-IF
000721     END-PERFORM.
000722     MOVE SPACES TO INST-LINE.
000723     STRING "INPUT " WS-INST-INPUT
000724         INTO INST-LINE
000725     END-STRING.
000726     WRITE INST-LINE END-WRITE.
000727     MOVE SPACES TO INST-LINE.
000728     STRING "PARTITION " WS-PART-IDX
000729         INTO INST-LINE
000730     END-STRING.
000731     WRITE INST-LINE END-WRITE.
000732     CLOSE INST-FILE.
000733     ADD WS-TOT-PART(WS-PART-IDX) TO NB-SOMME-PARTS.
000734     IF WS-TOT-PART(WS-PART-IDX) > WS-TOT-PART(WS-PART-MAX)
000735         MOVE WS-PART-IDX TO WS-PART-MAX
000736     END-IF.
000737     IF WS-TOT-PART(WS-PART-IDX) < WS-TOT-PART(WS-PART-MIN)
000738         MOVE WS-PART-IDX TO WS-PART-MIN
000739     END-IF.
000740     MOVE 0 TO WS-PCT.
000741     IF NB-ECRITS > 0
000742         COMPUTE WS-PCT ROUNDED =
000743             WS-TOT-PART(WS-PART-IDX) * 100 / NB-ECRITS
000744     END-IF.
000745     MOVE SPACES TO RPT-LINE.
000746     STRING "  partition " WS-PART-IDX " : "
000747         WS-TOT-PART(WS-PART-IDX) " enregistrement(s) ("
000748         WS-PCT " %) - " FUNCTION TRIM(WS-INST-NAME)
000749         INTO RPT-LINE
000750     END-STRING.
000751     WRITE RPT-LINE END-WRITE.
000752
000753 write-balance.
000754* Preuve d'ensemble : la somme des totaux des partitions, tous
000755* fichiers confondus, egale les enregistrements lus.
000756     MOVE SPACES TO RPT-LINE.
000757     WRITE RPT-LINE END-WRITE.
000758     MOVE SPACES TO RPT-LINE.
000759     STRING "Partition la plus chargee : " WS-PART-MAX " ("
000760         WS-TOT-PART(WS-PART-MAX) "), la moins chargee : "
000761         WS-PART-MIN " (" WS-TOT-PART(WS-PART-MIN) ")"
000762         INTO RPT-LINE
000763     END-STRING.
000764     WRITE RPT-LINE END-WRITE.
000765     MOVE SPACES TO RPT-LINE.
000766     IF NB-SOMME-PARTS = NB-LUS AND NB-ECRITS = NB-LUS
000767             AND NB-ECARTS = 0
000768         STRING "Total des partitions : " NB-SOMME-PARTS " = "
000769             NB-LUS " enregistrement(s) lu(s) : conforme"
000770             INTO RPT-LINE
000771         END-STRING
000772         WRITE RPT-LINE END-WRITE
000773     ELSE
000774         STRING "ERREUR : total des partitions " NB-SOMME-PARTS
000775             " pour " NB-LUS " enregistrement(s) lu(s), "
000776             NB-ECARTS " fichier(s) en ecart"
000777             INTO RPT-LINE
000778         END-STRING
000779         WRITE RPT-LINE END-WRITE
000780         DISPLAY "ERREUR : total des partitions " NB-SOMME-PARTS
000781             " pour " NB-LUS " enregistrement(s) lu(s)"
000782             END-DISPLAY
000783         MOVE 'E' TO WS-JRN-SEV
000784         MOVE SPACES TO WS-JRN-MSG
000785         STRING "total des partitions " NB-SOMME-PARTS " pour "
000786             NB-LUS " lu(s), decoupage non conforme"
000787             INTO WS-JRN-MSG
000788         END-STRING
000789         PERFORM write-journal
000790         MOVE 12 TO WS-JOB-RC
000791     END-IF.
000792
000793 write-conclusion.
000794     MOVE SPACES TO RPT-LINE.
000795     WRITE RPT-LINE END-WRITE.
000796     MOVE SPACES TO RPT-LINE.
000797     EVALUATE WS-JOB-RC
000798         WHEN 0
000799             MOVE "RESULTAT : CONFORME" TO RPT-LINE
000800         WHEN 4
000801             MOVE "RESULTAT : AVERTISSEMENT" TO RPT-LINE
000802         WHEN 8
000803             MOVE "RESULTAT : REFUS - compte de controle errone"
000804                 TO RPT-LINE
000805         WHEN OTHER
000806             MOVE "RESULTAT : ERREUR - les instances ne doivent "
000807                 TO RPT-LINE
000808             MOVE "pas tourner" TO RPT-LINE(46:11)
000809     END-EVALUATE.
000810     WRITE RPT-LINE END-WRITE.
000811
000812 stop-on-error.
000813* Arret en erreur : le message prepare dans WS-JRN-MSG part a la
000814* console, au journal et, s'il est deja ouvert, au rapport.
000815     DISPLAY "ERREUR : " FUNCTION TRIM(WS-JRN-MSG) END-DISPLAY.
000816     MOVE 'E' TO WS-JRN-SEV.
000817     PERFORM write-journal.
000818     IF WS-RPT-OUVERT = 'Y'
000819         MOVE SPACES TO RPT-LINE
000820         STRING "ERREUR : " WS-JRN-MSG
000821             INTO RPT-LINE
000822         END-STRING
000823         WRITE RPT-LINE END-WRITE
000824         CLOSE DECOUPE-REPORT
000825     END-IF.
000826     MOVE 12 TO RETURN-CODE.
000827     STOP RUN.
000828
000829 write-journal.
000830     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000831         ON EXCEPTION CONTINUE
000832     END-CALL.
