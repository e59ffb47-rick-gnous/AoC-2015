000010* stock en souffrance - codes valides parties 1 et 2 jamais
000011* envoyes en dual. C'est la vue de niveau de stock demandee en
000012* fin de mois, jusqu'ici recomposee a la main depuis de vieux
000013* rapports. Les codes sous blocage actif (liste des blocages via
000014* blocage-io, sur le code ou sur un prefixe) sont comptes par
000015* nature et sortis du stock en souffrance, puisqu'on ne les
000016* enverra pas ; la liste des blocages en vigueur suit, avec leur
000017* motif. Les codes rejetes definitivement ou abandonnes par le
000018* provisioning (indicateur d'envoi dual R) sont comptes a part :
000019* ce ne sont ni des envois reussis ni du stock en souffrance.
000020* La population est aussi ventilee par version des regles de
000021* scoring ayant produit les verdicts (blanc : version inconnue),
000022* pour mesurer ce qu'il reste a requalifier apres un changement
000023* de regles. Resultat dans inventaire.txt. Code retour : 0 propre,
000024* 4 avertissement (maitre vide), 12 erreur de fichier.
000025
000026 ENVIRONMENT DIVISION.
000027    INPUT-OUTPUT SECTION.
000028    FILE-CONTROL.
000029         SELECT MASTER-FILE ASSIGN TO "master.dat"
000030         ORGANIZATION INDEXED
000031         ACCESS SEQUENTIAL
000032         RECORD KEY MASTER-CODE
000033         FILE STATUS IS WS-MASTER-STATUS.
000034         SELECT INV-FILE ASSIGN TO "inventaire.txt"
000035         ORGANIZATION LINE SEQUENTIAL
000036         FILE STATUS IS WS-INV-STATUS.
000037
000038 DATA DIVISION.
000039   FILE SECTION.
000040   FD MASTER-FILE.
000041     01 MASTER-REC.
000042       02 MASTER-CODE PIC X(20).
000043       02 MASTER-FIRST-SEEN PIC 9(8).
000044       02 MASTER-LAST-SEEN PIC 9(8).
000045       02 MASTER-PREM PIC X.
000046       02 MASTER-DEUX PIC X.
000047       02 MASTER-TROIS PIC X.
000048       02 MASTER-DUAL-SENT PIC X.
000049       02 MASTER-SEEN-COUNT PIC 9(6).
000050       02 MASTER-VERSION PIC X(8).
000051
000052   FD INV-FILE.
000053     01 INV-LINE PIC X(100).
000054
000055   WORKING-STORAGE SECTION.
000056     77 WS-MASTER-STATUS PIC XX.
000057     77 WS-INV-STATUS PIC XX.
000058     77 WS-TODAY PIC 9(8) VALUE 0.
000059     77 WS-FIN-MAITRE PIC X VALUE 'N'.
000060     77 NB-TOTAL PIC 9(7) VALUE 0.
000061* Ventilation par combinaison de verdicts : indice 1 a 8, soit
000062* 1 + 4 x (P1=Y) + 2 x (P2=Y) + 1 x (P3=Y) ; le libelle de
000063* chaque combinaison est porte par la table jumelle.
000064     01 WS-COMBI-TABLE.
000065       05 NB-COMBI PIC 9(7) OCCURS 8 TIMES VALUE 0.
000066     77 WS-COMBI-IDX PIC 9.
000067     77 WS-COMBI-LIB PIC X(14).
000068     77 NB-DUAL-OUI PIC 9(7) VALUE 0.
000069     77 NB-DUAL-NON PIC 9(7) VALUE 0.
000070     77 NB-DUAL-REJETES PIC 9(7) VALUE 0.
000071* Anciennete de derniere vue : 0-7, 8-30, 31-90, plus de 90
000072* jours.
000073     01 WS-AGE-TABLE.
000074       05 NB-AGE PIC 9(7) OCCURS 4 TIMES VALUE 0.
000075     77 WS-AGE-IDX PIC 9.
000076     77 WS-AGE-JOURS PIC S9(7) VALUE 0.
000077* Ventilation par version des regles : 20 versions distinctes au
000078* plus, le reste compte en autres versions.
000079     01 WS-VERS-TABLE.
000080       05 WS-VERS-ENTRY OCCURS 20 TIMES.
000081         10 WS-VERS-CODE PIC X(8).
000082         10 NB-VERS PIC 9(7).
000083     77 WS-VERS-COUNT PIC 99 VALUE 0.
000084     77 WS-VERS-IDX PIC 99.
000085     77 WS-VERS-FOUND PIC X.
000086     77 NB-VERS-AUTRES PIC 9(7) VALUE 0.
000087* Stock en souffrance : codes passant les parties 1 et 2 jamais
000088* envoyes en dual - ce que le provisioning attend encore.
000089     77 NB-SOUFFRANCE PIC 9(7) VALUE 0.
000090* Codes du maitre sous blocage actif, par nature ; les codes P1
000091* et P2 jamais envoyes mais bloques sont comptes a part du stock
000092* en souffrance. Liste des blocages absente ou module absent :
000093* aucun code n'est compte bloque.
000094     77 NB-BLOQ-HOLD PIC 9(7) VALUE 0.
000095     77 NB-BLOQ-BLOCK PIC 9(7) VALUE 0.
000096     77 NB-SOUFF-BLOQUES PIC 9(7) VALUE 0.
000097     77 NB-BLOCAGES PIC 9(5) VALUE 0.
000098     77 WS-BLQ-OK PIC X VALUE 'N'.
000099     77 WS-BLQ-ACTION PIC X.
000100     77 WS-BLQ-CODE PIC X(20).
000101     77 WS-BLQ-PREFIXE PIC X.
000102     77 WS-BLQ-NATURE PIC X(5).
000103     77 WS-BLQ-MOTIF PIC X(40).
000104     77 WS-BLQ-OPER PIC X(8).
000105     77 WS-BLQ-POSE PIC 9(8).
000106     77 WS-BLQ-EXPIRE PIC 9(8).
000107     77 WS-BLQ-RESULT PIC X.
000108     77 WS-BLQ-TYPE PIC X.
000109     77 WS-BLQ-ETAT PIC X(6).
000110     77 WS-JOB-RC PIC 99 VALUE 0.
000111* Journal operateur commun (journal.txt, via journal-op) : les
000112* messages d'exploitation de la console sont aussi consignes
000113* horodates dans un fichier unique pour toute la suite, que la
000114* supervision greppe apres incident. Module absent ou journal
000115* inecrivable : la console reste seule, sans faire echouer le
000116* passage.
000117     77 WS-JRN-PROG PIC X(20) VALUE "inventaire-maitre".
000118     77 WS-JRN-SEV PIC X.
000119     77 WS-JRN-MSG PIC X(80).
000120
000121 PROCEDURE DIVISION.
000122 main.
000123     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000124     MOVE 'I' TO WS-JRN-SEV.
000125     MOVE "debut de l'inventaire" TO WS-JRN-MSG.
000126     PERFORM write-journal.
000127     OPEN INPUT MASTER-FILE.
000128     IF WS-MASTER-STATUS NOT = "00"
000129         DISPLAY "ERREUR : master.dat indisponible (status "
000130             WS-MASTER-STATUS "), inventaire abandonne"
000131             END-DISPLAY
000132         MOVE 'E' TO WS-JRN-SEV
000133         MOVE "master.dat indisponible, inventaire abandonne"
000134             TO WS-JRN-MSG
000135         PERFORM write-journal
000136         MOVE 12 TO RETURN-CODE
000137         STOP RUN
000138     END-IF.
000139     PERFORM open-blocages.
000140     PERFORM UNTIL WS-FIN-MAITRE = 'Y'
000141         READ MASTER-FILE NEXT
000142             AT END MOVE 'Y' TO WS-FIN-MAITRE
000143             NOT AT END PERFORM tally-master-rec
000144         END-READ
000145     END-PERFORM.
000146     CLOSE MASTER-FILE.
000147     PERFORM write-inventory.
000148     PERFORM close-blocages.
000149     DISPLAY "Inventaire du fichier maitre : " NB-TOTAL
000150         " code(s)" END-DISPLAY.
000151     DISPLAY "  - envoyes dual : " NB-DUAL-OUI
000152         " - jamais envoyes : " NB-DUAL-NON END-DISPLAY.
000153     DISPLAY "  - en souffrance (P1+P2 sans envoi) : "
000154         NB-SOUFFRANCE END-DISPLAY.
000155     DISPLAY "  - sous blocage : HOLD " NB-BLOQ-HOLD
000156         " - BLOCK " NB-BLOQ-BLOCK END-DISPLAY.
000157     IF NB-TOTAL = 0
000158         DISPLAY "ATTENTION : fichier maitre vide" END-DISPLAY
000159         MOVE 'W' TO WS-JRN-SEV
000160         MOVE "fichier maitre vide" TO WS-JRN-MSG
000161         PERFORM write-journal
000162         MOVE 4 TO WS-JOB-RC
000163     END-IF.
000164     MOVE 'I' TO WS-JRN-SEV.
000165     MOVE SPACES TO WS-JRN-MSG.
000166     STRING "fin de l'inventaire, " NB-TOTAL " code(s)"
000167         INTO WS-JRN-MSG
000168     END-STRING.
000169     PERFORM write-journal.
000170     MOVE WS-JOB-RC TO RETURN-CODE.
000171     STOP RUN.
000172
000173 tally-master-rec.
000174     ADD 1 TO NB-TOTAL.
000175     MOVE 1 TO WS-COMBI-IDX.
000176     IF MASTER-PREM = 'Y'
000177         ADD 4 TO WS-COMBI-IDX
000178     END-IF.
000179     IF MASTER-DEUX = 'Y'
000180         ADD 2 TO WS-COMBI-IDX
000181     END-IF.
000182     IF MASTER-TROIS = 'Y'
000183         ADD 1 TO WS-COMBI-IDX
000184     END-IF.
000185     ADD 1 TO NB-COMBI(WS-COMBI-IDX).
000186     EVALUATE MASTER-DUAL-SENT
000187         WHEN 'Y'
000188             ADD 1 TO NB-DUAL-OUI
000189         WHEN 'R'
000190             ADD 1 TO NB-DUAL-REJETES
000191         WHEN OTHER
000192             ADD 1 TO NB-DUAL-NON
000193     END-EVALUATE.
000194     MOVE SPACE TO WS-BLQ-RESULT.
000195     IF WS-BLQ-OK = 'Y'
000196         MOVE 'L' TO WS-BLQ-ACTION
000197         MOVE MASTER-CODE TO WS-BLQ-CODE
000198         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000199             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000200             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
000201             WS-BLQ-RESULT
000202             ON EXCEPTION MOVE 'N' TO WS-BLQ-OK
000203         END-CALL
000204     END-IF.
000205     IF WS-BLQ-RESULT = 'T'
000206         IF WS-BLQ-NATURE = "BLOCK"
000207             ADD 1 TO NB-BLOQ-BLOCK
000208         ELSE
000209             ADD 1 TO NB-BLOQ-HOLD
000210         END-IF
000211     END-IF.
000212     IF MASTER-PREM = 'Y' AND MASTER-DEUX = 'Y'
000213             AND MASTER-DUAL-SENT NOT = 'Y'
000214             AND MASTER-DUAL-SENT NOT = 'R'
000215         IF WS-BLQ-RESULT = 'T'
000216             ADD 1 TO NB-SOUFF-BLOQUES
000217         ELSE
000218             ADD 1 TO NB-SOUFFRANCE
000219         END-IF
000220     END-IF.
000221     COMPUTE WS-AGE-JOURS =
000222         FUNCTION INTEGER-OF-DATE(WS-TODAY)
000223         - FUNCTION INTEGER-OF-DATE(MASTER-LAST-SEEN).
000224     IF WS-AGE-JOURS < 0
000225         MOVE 0 TO WS-AGE-JOURS
000226     END-IF.
000227     EVALUATE TRUE
000228         WHEN WS-AGE-JOURS <= 7
000229             ADD 1 TO NB-AGE(1)
000230         WHEN WS-AGE-JOURS <= 30
000231             ADD 1 TO NB-AGE(2)
000232         WHEN WS-AGE-JOURS <= 90
000233             ADD 1 TO NB-AGE(3)
000234         WHEN OTHER
000235             ADD 1 TO NB-AGE(4)
000236     END-EVALUATE.
000237     PERFORM tally-version.
000238
000239 tally-version.
000240     MOVE 'N' TO WS-VERS-FOUND.
000241     PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
000242             UNTIL WS-VERS-IDX > WS-VERS-COUNT
000243             OR WS-VERS-FOUND = 'Y'
000244         IF WS-VERS-CODE(WS-VERS-IDX) = MASTER-VERSION
000245             ADD 1 TO NB-VERS(WS-VERS-IDX)
000246             MOVE 'Y' TO WS-VERS-FOUND
000247         END-IF
000248     END-PERFORM.
000249     IF WS-VERS-FOUND = 'N'
000250         IF WS-VERS-COUNT < 20
000251             ADD 1 TO WS-VERS-COUNT
000252             MOVE MASTER-VERSION TO WS-VERS-CODE(WS-VERS-COUNT)
000253             MOVE 1 TO NB-VERS(WS-VERS-COUNT)
000254         ELSE
000255             ADD 1 TO NB-VERS-AUTRES
000256         END-IF
000257     END-IF.
000258
000259 write-inventory.
000260     OPEN OUTPUT INV-FILE.
000261     IF WS-INV-STATUS NOT = "00"
000262         DISPLAY "ERREUR : creation de inventaire.txt "
000263             "impossible (status " WS-INV-STATUS ")" END-DISPLAY
000264         MOVE 'E' TO WS-JRN-SEV
000265         MOVE "creation de inventaire.txt impossible"
000266             TO WS-JRN-MSG
000267         PERFORM write-journal
000268         MOVE 12 TO WS-JOB-RC
000269     ELSE
000270         MOVE SPACES TO INV-LINE
000271         STRING "Inventaire du fichier maitre au " WS-TODAY
000272             " - " NB-TOTAL " code(s)"
000273             INTO INV-LINE
000274         END-STRING
000275         WRITE INV-LINE END-WRITE
000276         MOVE "Par combinaison de verdicts :" TO INV-LINE
000277         WRITE INV-LINE END-WRITE
000278         PERFORM VARYING WS-COMBI-IDX FROM 1 BY 1
000279                 UNTIL WS-COMBI-IDX > 8
000280             PERFORM write-combi-line
000281         END-PERFORM
000282         MOVE SPACES TO INV-LINE
000283         STRING "Envoi dual - envoyes : " NB-DUAL-OUI
000284             " - rejetes definitifs : " NB-DUAL-REJETES
000285             " - jamais envoyes : " NB-DUAL-NON
000286             INTO INV-LINE
000287         END-STRING
000288         WRITE INV-LINE END-WRITE
000289         MOVE SPACES TO INV-LINE
000290         STRING "En souffrance (P1 et P2 valides, jamais "
000291             "envoyes) : " NB-SOUFFRANCE
000292             INTO INV-LINE
000293         END-STRING
000294         WRITE INV-LINE END-WRITE
000295         MOVE SPACES TO INV-LINE
000296         STRING "Retenus par blocage (P1 et P2 valides, jamais "
000297             "envoyes) : " NB-SOUFF-BLOQUES
000298             INTO INV-LINE
000299         END-STRING
000300         WRITE INV-LINE END-WRITE
000301         MOVE SPACES TO INV-LINE
000302         STRING "Sous blocage actif - HOLD : " NB-BLOQ-HOLD
000303             " - BLOCK : " NB-BLOQ-BLOCK
000304             INTO INV-LINE
000305         END-STRING
000306         WRITE INV-LINE END-WRITE
000307         MOVE "Par anciennete de derniere vue :" TO INV-LINE
000308         WRITE INV-LINE END-WRITE
000309         MOVE SPACES TO INV-LINE
000310         STRING "  0-7 jours : " NB-AGE(1)
000311             " - 8-30 : " NB-AGE(2)
000312             " - 31-90 : " NB-AGE(3)
000313             " - plus de 90 : " NB-AGE(4)
000314             INTO INV-LINE
000315         END-STRING
000316         WRITE INV-LINE END-WRITE
000317         MOVE "Par version des regles de scoring :" TO INV-LINE
000318         WRITE INV-LINE END-WRITE
000319         PERFORM VARYING WS-VERS-IDX FROM 1 BY 1
000320                 UNTIL WS-VERS-IDX > WS-VERS-COUNT
000321             MOVE SPACES TO INV-LINE
000322             IF WS-VERS-CODE(WS-VERS-IDX) = SPACES
000323                 STRING "  inconnue : " NB-VERS(WS-VERS-IDX)
000324                     INTO INV-LINE
000325                 END-STRING
000326             ELSE
000327                 STRING "  " WS-VERS-CODE(WS-VERS-IDX) " : "
000328                     NB-VERS(WS-VERS-IDX)
000329                     INTO INV-LINE
000330                 END-STRING
000331             END-IF
000332             WRITE INV-LINE END-WRITE
000333         END-PERFORM
000334         IF NB-VERS-AUTRES > 0
000335             MOVE SPACES TO INV-LINE
000336             STRING "  autres versions : " NB-VERS-AUTRES
000337                 INTO INV-LINE
000338             END-STRING
000339             WRITE INV-LINE END-WRITE
000340         END-IF
000341         PERFORM write-blocages
000342         CLOSE INV-FILE
000343     END-IF.
000344
000345 write-combi-line.
000346* Reconstruit le libelle P1 x P2 x P3 x depuis l'indice : bit 4
000347* pour P1, bit 2 pour P2, bit 1 pour P3.
000348     MOVE "P1 N P2 N P3 N" TO WS-COMBI-LIB.
000349     IF WS-COMBI-IDX = 5 OR WS-COMBI-IDX = 6
000350             OR WS-COMBI-IDX = 7 OR WS-COMBI-IDX = 8
000351         MOVE 'Y' TO WS-COMBI-LIB(4:1)
000352     END-IF.
000353     IF WS-COMBI-IDX = 3 OR WS-COMBI-IDX = 4
000354             OR WS-COMBI-IDX = 7 OR WS-COMBI-IDX = 8
000355         MOVE 'Y' TO WS-COMBI-LIB(9:1)
000356     END-IF.
000357     IF WS-COMBI-IDX = 2 OR WS-COMBI-IDX = 4
000358             OR WS-COMBI-IDX = 6 OR WS-COMBI-IDX = 8
000359         MOVE 'Y' TO WS-COMBI-LIB(14:1)
000360     END-IF.
000361     MOVE SPACES TO INV-LINE.
000362     STRING "  " WS-COMBI-LIB " : " NB-COMBI(WS-COMBI-IDX)
000363         INTO INV-LINE
000364     END-STRING.
000365     WRITE INV-LINE END-WRITE.
000366
000367 open-blocages.
000368* Liste des blocages en consultation seule ; absente (aucun
000369* blocage jamais pose) ou module absent, l'inventaire se fait
000370* sans elle.
000371     MOVE 'C' TO WS-BLQ-ACTION.
000372     MOVE 'Y' TO WS-BLQ-OK.
000373     MOVE SPACE TO WS-BLQ-RESULT.
000374     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000375         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000376         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000377         ON EXCEPTION MOVE 'N' TO WS-BLQ-OK
000378     END-CALL.
000379     IF WS-BLQ-RESULT = 'E'
000380         MOVE 'N' TO WS-BLQ-OK
000381     END-IF.
000382
000383 close-blocages.
000384     IF WS-BLQ-OK = 'Y'
000385         MOVE 'F' TO WS-BLQ-ACTION
000386         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000387             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000388             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
000389             WS-BLQ-RESULT
000390             ON EXCEPTION CONTINUE
000391         END-CALL
000392     END-IF.
000393
000394 write-blocages.
000395* Blocages en vigueur, dans l'ordre de la liste (codes entiers
000396* puis prefixes) : cle, nature, etat, motif, operateur et
000397* expiration.
000398     MOVE "Blocages en vigueur :" TO INV-LINE.
000399     WRITE INV-LINE END-WRITE.
000400     MOVE 0 TO NB-BLOCAGES.
000401     IF WS-BLQ-OK = 'Y'
000402         MOVE 'D' TO WS-BLQ-ACTION
000403         MOVE SPACE TO WS-BLQ-RESULT
000404         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000405             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000406             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
000407             WS-BLQ-RESULT
000408             ON EXCEPTION MOVE 'F' TO WS-BLQ-RESULT
000409         END-CALL
000410         PERFORM UNTIL WS-BLQ-RESULT NOT = 'T'
000411             MOVE 'S' TO WS-BLQ-ACTION
000412             CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000413                 WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
000414                 WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE,
000415                 WS-TODAY, WS-BLQ-RESULT
000416                 ON EXCEPTION MOVE 'F' TO WS-BLQ-RESULT
000417             END-CALL
000418             IF WS-BLQ-RESULT = 'T'
000419                 PERFORM write-blocage-line
000420             END-IF
000421         END-PERFORM
000422     END-IF.
000423     MOVE SPACES TO INV-LINE.
000424     STRING "  " NB-BLOCAGES " blocage(s) en liste"
000425         INTO INV-LINE
000426     END-STRING.
000427     WRITE INV-LINE END-WRITE.
000428
000429 write-blocage-line.
000430     ADD 1 TO NB-BLOCAGES.
000431     MOVE 'C' TO WS-BLQ-TYPE.
000432     IF WS-BLQ-PREFIXE = 'Y'
000433         MOVE 'P' TO WS-BLQ-TYPE
000434     END-IF.
000435     MOVE "actif" TO WS-BLQ-ETAT.
000436     IF WS-BLQ-EXPIRE NOT = 0 AND WS-BLQ-EXPIRE < WS-TODAY
000437         MOVE "expire" TO WS-BLQ-ETAT
000438     END-IF.
000439     MOVE SPACES TO INV-LINE.
000440     STRING "  " WS-BLQ-TYPE " " WS-BLQ-CODE " " WS-BLQ-NATURE
000441         " " WS-BLQ-ETAT " " WS-BLQ-MOTIF
000442         " " WS-BLQ-OPER " " WS-BLQ-EXPIRE
000443         INTO INV-LINE
000444     END-STRING.
000445     WRITE INV-LINE END-WRITE.
000446
000447 write-journal.
000448     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000449         ON EXCEPTION CONTINUE
000450     END-CALL.
