000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. bloque-codes.
000003
000004* Tenue de la liste des blocages (blocages.dat, via blocage-io) :
000005* seul moyen propre d'empecher un code de partir au provisioning,
000006* la ou il fallait jusqu'ici retoucher les entrees a la main.
000007* Trois mouvements :
000008*   HOLD    : suspension d'un code ou d'un prefixe (en attente
000009*             d'enquete, de reponse du fournisseur...)
000010*   BLOCK   : interdiction d'envoi d'un code ou d'un prefixe
000011*   RELEASE : levee d'un HOLD ou d'un BLOCK
000012* HOLD et BLOCK exigent un motif et un operateur ; la date
000013* d'expiration (AAAAMMJJ) est facultative, au-dela le blocage
000014* cesse de s'appliquer sans autre mouvement. Un code termine par
000015* * designe un prefixe ("abc*" bloque tous les codes en abc).
000016* Les mouvements viennent du fichier nomme par JOUR5_BLOCAGES,
000017* une ligne par mouvement (* en colonne 1 pour un commentaire) :
000018*   verbe (1-7), code ou prefixe (9-28), operateur (30-37),
000019*   expiration (39-46, blanc = sans), motif (48-87)
000020* et, sans cette variable, de l'operateur a la console. Chaque
000021* mouvement applique est date dans blocages-histo.txt (complete
000022* en EXTEND, jamais reecrit) et trace au journal ; l'etat complet
000023* de la liste est reedite dans blocages.txt en fin de passage.
000024* jour-cinq honore les blocages actifs a l'ecriture de l'extrait
000025* dual-approved. Code retour : 0 propre, 4 mouvement(s) refuse(s),
000026* 12 erreur de fichier.
000027
000028 ENVIRONMENT DIVISION.
000029    INPUT-OUTPUT SECTION.
000030    FILE-CONTROL.
000031         SELECT MVT-FILE ASSIGN TO DYNAMIC WS-MVT-NAME
000032         ORGANIZATION LINE SEQUENTIAL
000033         FILE STATUS IS WS-MVT-STATUS.
000034         SELECT HISTO-FILE ASSIGN TO "blocages-histo.txt"
000035         ORGANIZATION LINE SEQUENTIAL
000036         FILE STATUS IS WS-HISTO-STATUS.
000037         SELECT ETAT-FILE ASSIGN TO "blocages.txt"
000038         ORGANIZATION LINE SEQUENTIAL
000039         FILE STATUS IS WS-ETAT-STATUS.
000040
000041 DATA DIVISION.
000042   FILE SECTION.
000043   FD MVT-FILE.
000044     01 MVT-LINE PIC X(100).
000045
000046   FD HISTO-FILE.
000047     01 HISTO-LINE PIC X(120).
000048
000049   FD ETAT-FILE.
000050     01 ETAT-LINE PIC X(120).
000051
000052   WORKING-STORAGE SECTION.
000053     77 WS-MVT-STATUS PIC XX.
000054     77 WS-HISTO-STATUS PIC XX.
000055     77 WS-ETAT-STATUS PIC XX.
000056     77 WS-MVT-NAME PIC X(60) VALUE SPACES.
000057     77 WS-BATCH-MODE PIC X VALUE 'N'.
000058     77 WS-FINI PIC X VALUE 'N'.
000059     77 WS-TODAY PIC 9(8) VALUE 0.
000060     77 WS-HEURE PIC 9(8) VALUE 0.
000061     77 WS-JOB-RC PIC 99 VALUE 0.
000062* Mouvement en cours, lu au fichier ou saisi a la console.
000063     77 WS-MVT-VERBE PIC X(7).
000064     77 WS-MVT-CODE PIC X(20).
000065     77 WS-MVT-OPER PIC X(8).
000066     77 WS-MVT-EXPIRE PIC X(8).
000067     77 WS-MVT-MOTIF PIC X(40).
000068     77 WS-MVT-REFUS PIC X(40).
000069     77 WS-MVT-SORT PIC X(8).
000070     77 WS-CODE-LEN PIC 99 VALUE 0.
000071     77 WS-SCAN-IDX PIC 99.
000072     77 NB-MOUVEMENTS PIC 9(5) VALUE 0.
000073     77 NB-APPLIQUES PIC 9(5) VALUE 0.
000074     77 NB-REFUSES PIC 9(5) VALUE 0.
000075     77 NB-ACTIFS PIC 9(6) VALUE 0.
000076     77 NB-EXPIRES PIC 9(6) VALUE 0.
000077     77 WS-ETAT-TXT PIC X(6).
000078     77 WS-ETAT-OUT PIC X(120).
000079* Interface avec blocage-io.
000080     77 WS-BLQ-ACTION PIC X.
000081     77 WS-BLQ-CODE PIC X(20).
000082     77 WS-BLQ-PREFIXE PIC X.
000083     77 WS-BLQ-NATURE PIC X(5).
000084     77 WS-BLQ-MOTIF PIC X(40).
000085     77 WS-BLQ-OPER PIC X(8).
000086     77 WS-BLQ-POSE PIC 9(8).
000087     77 WS-BLQ-EXPIRE PIC 9(8).
000088     77 WS-BLQ-RESULT PIC X.
000089     77 WS-BLQ-FIN PIC X VALUE 'N'.
000090* Journal operateur commun (journal.txt, via journal-op) : les
000091* messages d'exploitation de la console sont aussi consignes
000092* horodates dans un fichier unique pour toute la suite, que la
000093* supervision greppe apres incident. Module absent ou journal
000094* inecrivable : la console reste seule, sans faire echouer le
000095* passage.
000096     77 WS-JRN-PROG PIC X(20) VALUE "bloque-codes".
000097     77 WS-JRN-SEV PIC X.
000098     77 WS-JRN-MSG PIC X(80).
000099
000100 PROCEDURE DIVISION.
000101 main.
000102     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000103     MOVE 'I' TO WS-JRN-SEV.
000104     MOVE "debut de la tenue des blocages" TO WS-JRN-MSG.
000105     PERFORM write-journal.
000106     PERFORM open-blocages.
000107     ACCEPT WS-MVT-NAME FROM ENVIRONMENT "JOUR5_BLOCAGES".
000108     IF WS-MVT-NAME NOT = SPACES
000109         MOVE 'Y' TO WS-BATCH-MODE
000110         PERFORM run-batch-mouvements
000111     ELSE
000112         PERFORM run-interactive
000113     END-IF.
000114     PERFORM write-etat-blocages.
000115     PERFORM close-blocages.
000116     DISPLAY "Mouvements de blocage : " NB-MOUVEMENTS
000117         " - appliques : " NB-APPLIQUES
000118         " - refuses : " NB-REFUSES END-DISPLAY.
000119     DISPLAY "Liste des blocages : " NB-ACTIFS " actif(s) - "
000120         NB-EXPIRES " expire(s) (etat dans blocages.txt)"
000121         END-DISPLAY.
000122     IF NB-REFUSES > 0
000123         IF WS-JOB-RC < 4
000124             MOVE 4 TO WS-JOB-RC
000125         END-IF
000126     END-IF.
000127     MOVE 'I' TO WS-JRN-SEV.
000128     MOVE SPACES TO WS-JRN-MSG.
000129     STRING "fin de la tenue des blocages, code retour "
000130         WS-JOB-RC
000131         INTO WS-JRN-MSG
000132     END-STRING.
000133     PERFORM write-journal.
000134     MOVE WS-JOB-RC TO RETURN-CODE.
000135     STOP RUN.
000136
000137 open-blocages.
000138* La liste est creee au premier mouvement ; indisponible, aucun
000139* mouvement ne peut etre applique et le passage s'arrete.
000140     MOVE 'O' TO WS-BLQ-ACTION.
000141     MOVE SPACE TO WS-BLQ-RESULT.
000142     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000143         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000144         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000145         ON EXCEPTION MOVE 'E' TO WS-BLQ-RESULT
000146     END-CALL.
000147     IF WS-BLQ-RESULT = 'E'
000148         DISPLAY "ERREUR : liste des blocages (blocages.dat) "
000149             "indisponible" END-DISPLAY
000150         MOVE 'E' TO WS-JRN-SEV
000151         MOVE "liste des blocages (blocages.dat) indisponible"
000152             TO WS-JRN-MSG
000153         PERFORM write-journal
000154         MOVE 12 TO RETURN-CODE
000155         STOP RUN
000156     END-IF.
000157
000158 close-blocages.
000159     MOVE 'F' TO WS-BLQ-ACTION.
000160     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000161         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000162         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000163         ON EXCEPTION CONTINUE
000164     END-CALL.
000165
000166 run-batch-mouvements.
000167* Les mouvements sont appliques dans l'ordre du fichier ; lignes
000168* vides ou commentaires (* en colonne 1) ignores.
000169     OPEN INPUT MVT-FILE.
000170     IF WS-MVT-STATUS NOT = "00"
000171         DISPLAY "ERREUR : fichier de mouvements introuvable ("
000172             FUNCTION TRIM(WS-MVT-NAME) ", status "
000173             WS-MVT-STATUS ")" END-DISPLAY
000174         MOVE 'E' TO WS-JRN-SEV
000175         MOVE "fichier de mouvements de blocage introuvable"
000176             TO WS-JRN-MSG
000177         PERFORM write-journal
000178         PERFORM close-blocages
000179         MOVE 12 TO RETURN-CODE
000180         STOP RUN
000181     END-IF.
000182     PERFORM UNTIL WS-MVT-STATUS NOT = "00"
000183         READ MVT-FILE
000184         IF WS-MVT-STATUS = "00"
000185             IF MVT-LINE NOT = SPACES
000186                     AND MVT-LINE(1:1) NOT = "*"
000187                 MOVE MVT-LINE(1:7) TO WS-MVT-VERBE
000188                 MOVE MVT-LINE(9:20) TO WS-MVT-CODE
000189                 MOVE MVT-LINE(30:8) TO WS-MVT-OPER
000190                 MOVE MVT-LINE(39:8) TO WS-MVT-EXPIRE
000191                 MOVE MVT-LINE(48:40) TO WS-MVT-MOTIF
000192                 PERFORM apply-mouvement
000193             END-IF
000194         END-IF
000195     END-PERFORM.
000196     CLOSE MVT-FILE.
000197
000198 run-interactive.
000199* Saisie a la console, un mouvement a la fois ; FIN termine la
000200* saisie, LISTE affiche les blocages en place.
000201     DISPLAY "Tenue des blocages de codes" END-DISPLAY.
000202     PERFORM UNTIL WS-FINI = 'Y'
000203         DISPLAY "Mouvement (HOLD, BLOCK, RELEASE, LISTE, FIN) :"
000204             END-DISPLAY
000205         MOVE SPACES TO WS-MVT-VERBE
000206         ACCEPT WS-MVT-VERBE
000207         INSPECT WS-MVT-VERBE CONVERTING
000208             "abcdefghijklmnopqrstuvwxyz"
000209             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000210         EVALUATE WS-MVT-VERBE
000211             WHEN "FIN"
000212             WHEN "Q"
000213                 MOVE 'Y' TO WS-FINI
000214             WHEN "LISTE"
000215                 PERFORM display-blocages
000216             WHEN SPACES
000217                 CONTINUE
000218             WHEN OTHER
000219                 PERFORM accept-mouvement
000220                 PERFORM apply-mouvement
000221         END-EVALUATE
000222     END-PERFORM.
000223
000224 accept-mouvement.
000225     DISPLAY "Code ou prefixe (abc* pour un prefixe) :"
000226         END-DISPLAY.
000227     MOVE SPACES TO WS-MVT-CODE.
000228     ACCEPT WS-MVT-CODE.
000229     DISPLAY "Identifiant operateur :" END-DISPLAY.
000230     MOVE SPACES TO WS-MVT-OPER.
000231     ACCEPT WS-MVT-OPER.
000232     MOVE SPACES TO WS-MVT-EXPIRE.
000233     MOVE SPACES TO WS-MVT-MOTIF.
000234     IF WS-MVT-VERBE NOT = "RELEASE"
000235         DISPLAY "Expiration AAAAMMJJ (ENTREE = sans) :"
000236             END-DISPLAY
000237         ACCEPT WS-MVT-EXPIRE
000238     END-IF.
000239     DISPLAY "Motif :" END-DISPLAY.
000240     ACCEPT WS-MVT-MOTIF.
000241
000242 apply-mouvement.
000243* Controle du mouvement puis pose, remplacement ou levee ; un
000244* mouvement refuse est signale sans arreter les suivants.
000245     ADD 1 TO NB-MOUVEMENTS.
000246     MOVE SPACES TO WS-MVT-REFUS.
000247     PERFORM check-mouvement.
000248     IF WS-MVT-REFUS NOT = SPACES
000249         PERFORM refuse-mouvement
000250     ELSE
000251         IF WS-MVT-VERBE = "RELEASE"
000252             PERFORM release-blocage
000253         ELSE
000254             PERFORM pose-blocage
000255         END-IF
000256     END-IF.
000257
000258 check-mouvement.
000259     IF WS-MVT-VERBE NOT = "HOLD" AND WS-MVT-VERBE NOT = "BLOCK"
000260             AND WS-MVT-VERBE NOT = "RELEASE"
000261         MOVE "mouvement inconnu" TO WS-MVT-REFUS
000262     END-IF.
000263* Code ou prefixe : un * final designe un prefixe, il est retire
000264* de la cle.
000265     MOVE 'N' TO WS-BLQ-PREFIXE.
000266     MOVE 0 TO WS-CODE-LEN.
000267     PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
000268             UNTIL WS-SCAN-IDX < 1 OR WS-CODE-LEN > 0
000269         IF WS-MVT-CODE(WS-SCAN-IDX:1) NOT = SPACE
000270             MOVE WS-SCAN-IDX TO WS-CODE-LEN
000271         END-IF
000272     END-PERFORM.
000273     IF WS-CODE-LEN > 0
000274         IF WS-MVT-CODE(WS-CODE-LEN:1) = "*"
000275             MOVE 'Y' TO WS-BLQ-PREFIXE
000276             MOVE SPACE TO WS-MVT-CODE(WS-CODE-LEN:1)
000277             SUBTRACT 1 FROM WS-CODE-LEN
000278         END-IF
000279     END-IF.
000280     IF WS-CODE-LEN = 0 AND WS-MVT-REFUS = SPACES
000281         MOVE "code ou prefixe absent" TO WS-MVT-REFUS
000282     END-IF.
000283     IF WS-MVT-OPER = SPACES AND WS-MVT-REFUS = SPACES
000284         MOVE "identifiant operateur absent" TO WS-MVT-REFUS
000285     END-IF.
000286     IF WS-MVT-VERBE NOT = "RELEASE" AND WS-MVT-REFUS = SPACES
000287         IF WS-MVT-MOTIF = SPACES
000288             MOVE "motif absent" TO WS-MVT-REFUS
000289         END-IF
000290         MOVE 0 TO WS-BLQ-EXPIRE
000291         IF WS-MVT-EXPIRE NOT = SPACES AND WS-MVT-REFUS = SPACES
000292             PERFORM check-expiration
000293         END-IF
000294     END-IF.
000295
000296 check-expiration.
000297* Date d'expiration AAAAMMJJ reelle au calendrier et non passee ;
000298* un blocage deja expire a la pose ne protegerait rien.
000299     IF WS-MVT-EXPIRE IS NOT NUMERIC
000300         MOVE "date d'expiration illisible" TO WS-MVT-REFUS
000301     ELSE
000302         MOVE WS-MVT-EXPIRE TO WS-BLQ-EXPIRE
000303         IF FUNCTION TEST-DATE-YYYYMMDD(WS-BLQ-EXPIRE) NOT = 0
000304             MOVE 0 TO WS-BLQ-EXPIRE
000305             MOVE "date d'expiration illisible" TO WS-MVT-REFUS
000306         ELSE
000307             IF WS-BLQ-EXPIRE < WS-TODAY
000308                 MOVE "date d'expiration deja passee"
000309                     TO WS-MVT-REFUS
000310             END-IF
000311         END-IF
000312     END-IF.
000313
000314 refuse-mouvement.
000315     ADD 1 TO NB-REFUSES.
000316     DISPLAY "ATTENTION : mouvement " FUNCTION TRIM(WS-MVT-VERBE)
000317         " " FUNCTION TRIM(WS-MVT-CODE) " refuse : "
000318         FUNCTION TRIM(WS-MVT-REFUS) END-DISPLAY.
000319     MOVE 'W' TO WS-JRN-SEV.
000320     MOVE SPACES TO WS-JRN-MSG.
000321     STRING FUNCTION TRIM(WS-MVT-VERBE) " "
000322         FUNCTION TRIM(WS-MVT-CODE) " refuse : "
000323         FUNCTION TRIM(WS-MVT-REFUS)
000324         INTO WS-JRN-MSG
000325     END-STRING.
000326     PERFORM write-journal.
000327
000328 pose-blocage.
000329     MOVE 'W' TO WS-BLQ-ACTION.
000330     MOVE WS-MVT-CODE TO WS-BLQ-CODE.
000331     MOVE WS-MVT-VERBE TO WS-BLQ-NATURE.
000332     MOVE WS-MVT-MOTIF TO WS-BLQ-MOTIF.
000333     MOVE WS-MVT-OPER TO WS-BLQ-OPER.
000334     MOVE SPACE TO WS-BLQ-RESULT.
000335     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000336         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000337         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000338         ON EXCEPTION MOVE 'E' TO WS-BLQ-RESULT
000339     END-CALL.
000340     EVALUATE WS-BLQ-RESULT
000341         WHEN 'N'
000342             MOVE "POSE" TO WS-MVT-SORT
000343             PERFORM note-mouvement
000344         WHEN 'C'
000345             MOVE "REMPLACE" TO WS-MVT-SORT
000346             PERFORM note-mouvement
000347         WHEN OTHER
000348             PERFORM fail-mouvement
000349     END-EVALUATE.
000350
000351 release-blocage.
000352* La levee d'une cle absente est refusee : une erreur de saisie
000353* ne doit pas laisser croire qu'un blocage a ete leve.
000354     MOVE 'R' TO WS-BLQ-ACTION.
000355     MOVE WS-MVT-CODE TO WS-BLQ-CODE.
000356     MOVE SPACE TO WS-BLQ-RESULT.
000357     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000358         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000359         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000360         ON EXCEPTION MOVE 'E' TO WS-BLQ-RESULT
000361     END-CALL.
000362     EVALUATE WS-BLQ-RESULT
000363         WHEN 'T'
000364* L'historique garde le motif de la levee s'il est donne, celui
000365* de la pose sinon, et l'operateur qui leve.
000366             MOVE "LEVE" TO WS-MVT-SORT
000367             IF WS-MVT-MOTIF = SPACES
000368                 MOVE WS-BLQ-MOTIF TO WS-MVT-MOTIF
000369             END-IF
000370             MOVE 0 TO WS-BLQ-EXPIRE
000371             PERFORM note-mouvement
000372         WHEN 'A'
000373             MOVE "aucun blocage sur cette cle" TO WS-MVT-REFUS
000374             PERFORM refuse-mouvement
000375         WHEN OTHER
000376             PERFORM fail-mouvement
000377     END-EVALUATE.
000378
000379 fail-mouvement.
000380     DISPLAY "ERREUR : ecriture de blocages.dat impossible pour "
000381         FUNCTION TRIM(WS-MVT-CODE) END-DISPLAY.
000382     MOVE 'E' TO WS-JRN-SEV.
000383     MOVE SPACES TO WS-JRN-MSG.
000384     STRING "ecriture de blocages.dat impossible pour "
000385         FUNCTION TRIM(WS-MVT-CODE)
000386         INTO WS-JRN-MSG
000387     END-STRING.
000388     PERFORM write-journal.
000389     MOVE 12 TO WS-JOB-RC.
000390
000391 note-mouvement.
000392* Historique date du mouvement applique : date (1-8), heure
000393* (10-15), verbe (17-23), type de cle C/P (25), code ou prefixe
000394* (27-46), operateur (48-55), expiration (57-64), motif (66-105),
000395* sort POSE / REMPLACE / LEVE (107-114).
000396     ADD 1 TO NB-APPLIQUES.
000397     ACCEPT WS-HEURE FROM TIME.
000398     OPEN EXTEND HISTO-FILE.
000399     IF WS-HISTO-STATUS = "35"
000400         OPEN OUTPUT HISTO-FILE
000401     END-IF.
000402     IF WS-HISTO-STATUS NOT = "00"
000403         DISPLAY "ATTENTION : blocages-histo.txt inecrivable "
000404             "(status " WS-HISTO-STATUS ")" END-DISPLAY
000405         MOVE 'W' TO WS-JRN-SEV
000406         MOVE "blocages-histo.txt inecrivable" TO WS-JRN-MSG
000407         PERFORM write-journal
000408         IF WS-JOB-RC < 4
000409             MOVE 4 TO WS-JOB-RC
000410         END-IF
000411     ELSE
000412         MOVE SPACES TO HISTO-LINE
000413         MOVE WS-TODAY TO HISTO-LINE(1:8)
000414         MOVE WS-HEURE(1:6) TO HISTO-LINE(10:6)
000415         MOVE WS-MVT-VERBE TO HISTO-LINE(17:7)
000416         IF WS-BLQ-PREFIXE = 'Y'
000417             MOVE "P" TO HISTO-LINE(25:1)
000418         ELSE
000419             MOVE "C" TO HISTO-LINE(25:1)
000420         END-IF
000421         MOVE WS-MVT-CODE TO HISTO-LINE(27:20)
000422         MOVE WS-MVT-OPER TO HISTO-LINE(48:8)
000423         IF WS-BLQ-EXPIRE > 0
000424             MOVE WS-BLQ-EXPIRE TO HISTO-LINE(57:8)
000425         END-IF
000426         MOVE WS-MVT-MOTIF TO HISTO-LINE(66:40)
000427         MOVE WS-MVT-SORT TO HISTO-LINE(107:8)
000428         WRITE HISTO-LINE END-WRITE
000429         CLOSE HISTO-FILE
000430     END-IF.
000431     MOVE 'I' TO WS-JRN-SEV.
000432     MOVE SPACES TO WS-JRN-MSG.
000433     STRING FUNCTION TRIM(WS-MVT-VERBE) " "
000434         FUNCTION TRIM(WS-MVT-CODE) " par "
000435         FUNCTION TRIM(WS-MVT-OPER) " : "
000436         FUNCTION TRIM(WS-MVT-SORT) " - "
000437         FUNCTION TRIM(WS-MVT-MOTIF)
000438         INTO WS-JRN-MSG
000439     END-STRING.
000440     PERFORM write-journal.
000441     IF WS-BATCH-MODE = 'N'
000442         DISPLAY "  " FUNCTION TRIM(WS-MVT-VERBE) " "
000443             FUNCTION TRIM(WS-MVT-CODE) " : "
000444             FUNCTION TRIM(WS-MVT-SORT) END-DISPLAY
000445     END-IF.
000446
000447 display-blocages.
000448* Liste des blocages en place, a la console (saisie LISTE).
000449     PERFORM start-blocage-scan.
000450     PERFORM UNTIL WS-BLQ-FIN = 'Y'
000451         PERFORM read-blocage-next
000452         IF WS-BLQ-FIN = 'N'
000453             PERFORM format-etat-line
000454             DISPLAY FUNCTION TRIM(WS-ETAT-OUT TRAILING)
000455                 END-DISPLAY
000456         END-IF
000457     END-PERFORM.
000458
000459 write-etat-blocages.
000460* Etat complet de la liste apres les mouvements du passage, avec
000461* l'etat ACTIF ou EXPIRE de chaque entree a la date du jour.
000462     MOVE 0 TO NB-ACTIFS.
000463     MOVE 0 TO NB-EXPIRES.
000464     OPEN OUTPUT ETAT-FILE.
000465     IF WS-ETAT-STATUS NOT = "00"
000466         DISPLAY "ATTENTION : creation de blocages.txt "
000467             "impossible (status " WS-ETAT-STATUS ")" END-DISPLAY
000468         MOVE 'W' TO WS-JRN-SEV
000469         MOVE "creation de blocages.txt impossible" TO WS-JRN-MSG
000470         PERFORM write-journal
000471         IF WS-JOB-RC < 4
000472             MOVE 4 TO WS-JOB-RC
000473         END-IF
000474     ELSE
000475         MOVE SPACES TO ETAT-LINE
000476         STRING "Liste des blocages au " WS-TODAY
000477             INTO ETAT-LINE
000478         END-STRING
000479         WRITE ETAT-LINE END-WRITE
000480         PERFORM start-blocage-scan
000481         PERFORM UNTIL WS-BLQ-FIN = 'Y'
000482             PERFORM read-blocage-next
000483             IF WS-BLQ-FIN = 'N'
000484                 PERFORM format-etat-line
000485                 WRITE ETAT-LINE END-WRITE
000486                 IF WS-ETAT-TXT = "ACTIF"
000487                     ADD 1 TO NB-ACTIFS
000488                 ELSE
000489                     ADD 1 TO NB-EXPIRES
000490                 END-IF
000491             END-IF
000492         END-PERFORM
000493         MOVE SPACES TO ETAT-LINE
000494         STRING "Actifs : " NB-ACTIFS " - expires : " NB-EXPIRES
000495             INTO ETAT-LINE
000496         END-STRING
000497         WRITE ETAT-LINE END-WRITE
000498         CLOSE ETAT-FILE
000499     END-IF.
000500
000501 start-blocage-scan.
000502     MOVE 'D' TO WS-BLQ-ACTION.
000503     MOVE SPACE TO WS-BLQ-RESULT.
000504     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000505         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000506         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000507         ON EXCEPTION MOVE 'E' TO WS-BLQ-RESULT
000508     END-CALL.
000509     IF WS-BLQ-RESULT = 'T'
000510         MOVE 'N' TO WS-BLQ-FIN
000511     ELSE
000512         MOVE 'Y' TO WS-BLQ-FIN
000513     END-IF.
000514
000515 read-blocage-next.
000516     MOVE 'S' TO WS-BLQ-ACTION.
000517     MOVE SPACE TO WS-BLQ-RESULT.
000518     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
000519         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
000520         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
000521         ON EXCEPTION MOVE 'F' TO WS-BLQ-RESULT
000522     END-CALL.
000523     IF WS-BLQ-RESULT NOT = 'T'
000524         MOVE 'Y' TO WS-BLQ-FIN
000525     END-IF.
000526
000527 format-etat-line.
000528* Ligne d'etat : code ou prefixe (suivi de *), nature, etat,
000529* operateur, date de pose, expiration et motif.
000530     IF WS-BLQ-EXPIRE = 0 OR WS-BLQ-EXPIRE >= WS-TODAY
000531         MOVE "ACTIF" TO WS-ETAT-TXT
000532     ELSE
000533         MOVE "EXPIRE" TO WS-ETAT-TXT
000534     END-IF.
000535     MOVE SPACES TO WS-MVT-CODE.
000536     MOVE WS-BLQ-CODE TO WS-MVT-CODE.
000537     IF WS-BLQ-PREFIXE = 'Y'
000538         MOVE SPACES TO WS-MVT-CODE
000539         STRING FUNCTION TRIM(WS-BLQ-CODE) "*"
000540             INTO WS-MVT-CODE
000541         END-STRING
000542     END-IF.
000543     MOVE SPACES TO WS-ETAT-OUT.
000544     IF WS-BLQ-EXPIRE = 0
000545         STRING WS-MVT-CODE " " WS-BLQ-NATURE " " WS-ETAT-TXT
000546             " par " WS-BLQ-OPER " le " WS-BLQ-POSE
000547             " sans expiration - " WS-BLQ-MOTIF
000548             INTO WS-ETAT-OUT
000549         END-STRING
000550     ELSE
000551         STRING WS-MVT-CODE " " WS-BLQ-NATURE " " WS-ETAT-TXT
000552             " par " WS-BLQ-OPER " le " WS-BLQ-POSE
000553             " jusqu'au " WS-BLQ-EXPIRE " - " WS-BLQ-MOTIF
000554             INTO WS-ETAT-OUT
000555         END-STRING
000556     END-IF.
000557
000558 write-journal.
000559     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000560         ON EXCEPTION CONTINUE
000561     END-CALL.
