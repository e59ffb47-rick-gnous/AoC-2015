000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. controle-acces.
000003
000004* Double controle des actions destructives de la suite : la
000005* reconstruction du maitre (sauve-maitre, mode REBUILD), son
000006* epuration (epure-maitre) et la levee forcee du verrou de
000007* passage jour5.lock (autorisation, mode DEVERROU). Un operateur
000008* ne peut les lancer que s'il est habilite au droit dans le
000009* fichier des habilitations (operateurs.dat) et qu'un second
000010* operateur, different et habilite au meme droit, a pose pour
000011* lui une approbation a usage unique encore valide :
000012*   ACTION 'A' : approbation du DROIT pour OPERATEUR par
000013*                APPROBATEUR, valable VALIDITE minutes
000014*   ACTION 'U' : usage du DROIT par OPERATEUR : la plus ancienne
000015*                approbation ouverte et non expiree est consommee,
000016*                APPROBATEUR rend celui qui l'a posee
000017*   ACTION 'J' : refus constate par l'appelant (MOTIF) et
000018*                consigne comme les autres
000019* RESULT : 'T' accorde, 'R' refuse (MOTIF rend la raison), 'E'
000020* registre des acces inecrivable (rien n'est accorde sans trace).
000021* Chaque approbation, usage et refus est ajoute au registre des
000022* acces approbations.dat (jamais reecrit, c'est la piste d'audit
000023* du rapport mensuel) et consigne dans journal.txt avec les deux
000024* operateurs.
000025* operateurs.dat : un droit par ligne, operateur en colonnes 1-8,
000026* droit (REBUILD, EPURE, DEVERROU) en colonnes 10-17, * en
000027* colonne 1 pour un commentaire. Fichier absent : personne n'est
000028* habilite.
000029* approbations.dat : une ligne par evenement, type (1-6 : APPROB,
000030* USAGE, REFUS), date (8-15), heure (17-22), droit (24-31),
000031* operateur (33-40), approbateur (42-49), expiration AAAAMMJJ
000032* (51-58) et HHMM (60-63) d'une approbation, reference de
000033* l'approbation (65-80 : date et heure au centieme de sa pose,
000034* reprise par l'USAGE qui la consomme), motif (82-121).
000035
000036 ENVIRONMENT DIVISION.
000037    INPUT-OUTPUT SECTION.
000038    FILE-CONTROL.
000039         SELECT HABIL-FILE ASSIGN TO "operateurs.dat"
000040         ORGANIZATION LINE SEQUENTIAL
000041         FILE STATUS IS WS-HABIL-STATUS.
000042         SELECT ACCES-FILE ASSIGN TO "approbations.dat"
000043         ORGANIZATION LINE SEQUENTIAL
000044         FILE STATUS IS WS-ACCES-STATUS.
000045
000046 DATA DIVISION.
000047   FILE SECTION.
000048   FD HABIL-FILE.
000049     01 HABIL-LINE PIC X(80).
000050
000051   FD ACCES-FILE.
000052     01 ACCES-LINE PIC X(121).
000053
000054   WORKING-STORAGE SECTION.
000055     77 WS-HABIL-STATUS PIC XX.
000056     77 WS-ACCES-STATUS PIC XX.
000057     77 WS-TODAY PIC 9(8).
000058     77 WS-HEURE PIC 9(8).
000059     77 WS-MAINTENANT PIC 9(12).
000060     77 WS-EXPIRE PIC 9(12).
000061     77 WS-HH PIC 99.
000062     77 WS-MM PIC 99.
000063     77 WS-HHMM PIC 9(4).
000064     77 WS-MINUTES PIC 9(6).
000065     77 WS-JOURS PIC 9(4).
000066     77 WS-RESTE PIC 9(4).
000067     77 WS-EXPIRE-DATE PIC 9(8).
000068     77 WS-EXPIRE-HEURE PIC 9(4).
000069     77 WS-HABIL-OPER PIC X(8).
000070     77 WS-HABILITE PIC X.
000071     77 WS-HABIL-LU PIC X.
000072     77 WS-FIN PIC X.
000073     77 WS-TROUVE PIC X.
000074     77 WS-EXPIREES PIC X.
000075     77 WS-CHOIX-IDX PIC 999.
000076* Ligne du registre des acces, colonnes decrites en tete.
000077     01 WS-ACCES-REC.
000078       02 ACC-TYPE PIC X(6).
000079       02 FILLER PIC X.
000080       02 ACC-DATE PIC 9(8).
000081       02 FILLER PIC X.
000082       02 ACC-HEURE PIC 9(6).
000083       02 FILLER PIC X.
000084       02 ACC-DROIT PIC X(8).
000085       02 FILLER PIC X.
000086       02 ACC-OPERATEUR PIC X(8).
000087       02 FILLER PIC X.
000088       02 ACC-APPROBATEUR PIC X(8).
000089       02 FILLER PIC X.
000090       02 ACC-EXPIRE-DATE PIC 9(8).
000091       02 FILLER PIC X.
000092       02 ACC-EXPIRE-HEURE PIC 9(4).
000093       02 FILLER PIC X.
000094       02 ACC-REFERENCE PIC X(16).
000095       02 FILLER PIC X.
000096       02 ACC-MOTIF PIC X(40).
000097* Approbations du droit posees pour l'operateur, dans l'ordre du
000098* registre : etat 'O' ouverte, 'X' expiree, 'U' consommee par un
000099* USAGE qui la reference.
000100     01 WS-APPROBATIONS.
000101       02 WS-APP-COUNT PIC 999 VALUE 0.
000102       02 WS-APP OCCURS 100 TIMES.
000103         03 WS-APP-REF PIC X(16).
000104         03 WS-APP-APPROBATEUR PIC X(8).
000105         03 WS-APP-ETAT PIC X.
000106     77 WS-APP-IDX PIC 999.
000107* Journal operateur commun (journal.txt, via journal-op) : les
000108* messages d'exploitation de la console sont aussi consignes
000109* horodates dans un fichier unique pour toute la suite, que la
000110* supervision greppe apres incident. Module absent ou journal
000111* inecrivable : la console reste seule, sans faire echouer le
000112* passage.
000113     77 WS-JRN-PROG PIC X(20) VALUE "controle-acces".
000114     77 WS-JRN-SEV PIC X.
000115     77 WS-JRN-MSG PIC X(80).
000116
000117   LINKAGE SECTION.
000118     77 ACTION PIC X.
000119     77 DROIT PIC X(8).
000120     77 OPERATEUR PIC X(8).
000121     77 APPROBATEUR PIC X(8).
000122     77 VALIDITE PIC 9(4).
000123     77 MOTIF PIC X(40).
000124     77 RESULT PIC X.
000125
000126 PROCEDURE DIVISION USING ACTION, DROIT, OPERATEUR, APPROBATEUR,
000127     VALIDITE, MOTIF, RESULT.
000128 route.
000129     MOVE SPACE TO RESULT.
000130     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000131     ACCEPT WS-HEURE FROM TIME.
000132     COMPUTE WS-MAINTENANT = WS-TODAY * 10000 + WS-HEURE / 10000.
000133     IF ACTION = 'A'
000134         PERFORM approve-droit
000135     END-IF.
000136     IF ACTION = 'U'
000137         PERFORM use-droit
000138     END-IF.
000139     IF ACTION = 'J'
000140         PERFORM write-refus
000141     END-IF.
000142 fin.
000143     EXIT PROGRAM.
000144
000145 approve-droit.
000146* Deux operateurs differents, tous deux habilites au droit :
000147* personne ne s'approuve lui-meme ni n'approuve un droit qu'il
000148* n'a pas.
000149     MOVE SPACES TO MOTIF.
000150     IF OPERATEUR = SPACES OR APPROBATEUR = SPACES
000151         MOVE "operateur ou approbateur non renseigne" TO MOTIF
000152     ELSE
000153         IF APPROBATEUR = OPERATEUR
000154             MOVE "approbateur identique a l'operateur" TO MOTIF
000155         ELSE
000156             MOVE APPROBATEUR TO WS-HABIL-OPER
000157             PERFORM check-habilitation
000158             IF WS-HABILITE NOT = 'Y'
000159                 MOVE "approbateur non habilite au droit" TO MOTIF
000160             ELSE
000161                 MOVE OPERATEUR TO WS-HABIL-OPER
000162                 PERFORM check-habilitation
000163                 IF WS-HABILITE NOT = 'Y'
000164                     MOVE "operateur non habilite au droit"
000165                         TO MOTIF
000166                 END-IF
000167             END-IF
000168             IF WS-HABIL-LU NOT = 'Y'
000169                 MOVE "habilitations operateurs.dat illisibles"
000170                     TO MOTIF
000171             END-IF
000172         END-IF
000173     END-IF.
000174     IF MOTIF NOT = SPACES
000175         PERFORM write-refus
000176     ELSE
000177         PERFORM compute-expiration
000178         MOVE SPACES TO WS-ACCES-REC
000179         MOVE "APPROB" TO ACC-TYPE
000180         MOVE WS-TODAY TO ACC-DATE
000181         MOVE WS-HEURE(1:6) TO ACC-HEURE
000182         MOVE DROIT TO ACC-DROIT
000183         MOVE OPERATEUR TO ACC-OPERATEUR
000184         MOVE APPROBATEUR TO ACC-APPROBATEUR
000185         MOVE WS-EXPIRE-DATE TO ACC-EXPIRE-DATE
000186         MOVE WS-EXPIRE-HEURE TO ACC-EXPIRE-HEURE
000187         MOVE WS-TODAY TO ACC-REFERENCE(1:8)
000188         MOVE WS-HEURE TO ACC-REFERENCE(9:8)
000189         PERFORM append-acces
000190         IF RESULT NOT = 'E'
000191             MOVE 'T' TO RESULT
000192             MOVE 'I' TO WS-JRN-SEV
000193             MOVE SPACES TO WS-JRN-MSG
000194             STRING "APPROB " FUNCTION TRIM(DROIT) " pour "
000195                 FUNCTION TRIM(OPERATEUR) " par "
000196                 FUNCTION TRIM(APPROBATEUR) " jusqu'au "
000197                 WS-EXPIRE-DATE " " WS-EXPIRE-HEURE
000198                 INTO WS-JRN-MSG
000199             END-STRING
000200             PERFORM write-journal
000201         END-IF
000202     END-IF.
000203
000204 compute-expiration.
000205* Fin de validite : l'heure de pose plus VALIDITE minutes, avec
000206* passage au jour suivant si elle depasse minuit.
000207     DIVIDE WS-HEURE BY 1000000 GIVING WS-HH.
000208     DIVIDE WS-HEURE BY 10000 GIVING WS-HHMM.
000209     COMPUTE WS-MM = WS-HHMM - WS-HH * 100.
000210     COMPUTE WS-MINUTES = WS-HH * 60 + WS-MM + VALIDITE.
000211     DIVIDE WS-MINUTES BY 1440 GIVING WS-JOURS
000212         REMAINDER WS-RESTE.
000213     COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(
000214         FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-JOURS).
000215     DIVIDE WS-RESTE BY 60 GIVING WS-HH REMAINDER WS-MM.
000216     COMPUTE WS-EXPIRE-HEURE = WS-HH * 100 + WS-MM.
000217
000218 use-droit.
000219* Usage d'un droit : l'operateur doit etre habilite et une
000220* approbation posee pour lui et ce droit par un autre operateur,
000221* toujours habilite, doit etre encore ouverte et non expiree. La
000222* plus ancienne est consommee par une ligne USAGE qui reprend sa
000223* reference : elle ne servira plus.
000224     MOVE SPACES TO MOTIF.
000225     MOVE SPACES TO APPROBATEUR.
000226     IF OPERATEUR = SPACES
000227         MOVE "operateur non renseigne" TO MOTIF
000228     ELSE
000229         MOVE OPERATEUR TO WS-HABIL-OPER
000230         PERFORM check-habilitation
000231         IF WS-HABIL-LU NOT = 'Y'
000232             MOVE "habilitations operateurs.dat illisibles"
000233                 TO MOTIF
000234         ELSE
000235             IF WS-HABILITE NOT = 'Y'
000236                 MOVE "operateur non habilite au droit" TO MOTIF
000237             ELSE
000238                 PERFORM load-approbations
000239                 PERFORM find-approbation
000240             END-IF
000241         END-IF
000242     END-IF.
000243     IF MOTIF NOT = SPACES
000244         PERFORM write-refus
000245     ELSE
000246         MOVE WS-APP-APPROBATEUR(WS-CHOIX-IDX) TO APPROBATEUR
000247         MOVE SPACES TO WS-ACCES-REC
000248         MOVE "USAGE" TO ACC-TYPE
000249         MOVE WS-TODAY TO ACC-DATE
000250         MOVE WS-HEURE(1:6) TO ACC-HEURE
000251         MOVE DROIT TO ACC-DROIT
000252         MOVE OPERATEUR TO ACC-OPERATEUR
000253         MOVE APPROBATEUR TO ACC-APPROBATEUR
000254         MOVE 0 TO ACC-EXPIRE-DATE
000255         MOVE 0 TO ACC-EXPIRE-HEURE
000256         MOVE WS-APP-REF(WS-CHOIX-IDX) TO ACC-REFERENCE
000257         PERFORM append-acces
000258         IF RESULT NOT = 'E'
000259             MOVE 'T' TO RESULT
000260             MOVE 'I' TO WS-JRN-SEV
000261             MOVE SPACES TO WS-JRN-MSG
000262             STRING "USAGE " FUNCTION TRIM(DROIT) " par "
000263                 FUNCTION TRIM(OPERATEUR) " approuve par "
000264                 FUNCTION TRIM(APPROBATEUR) " (approbation "
000265                 WS-APP-REF(WS-CHOIX-IDX)(1:14) ")"
000266                 INTO WS-JRN-MSG
000267             END-STRING
000268             PERFORM write-journal
000269         END-IF
000270     END-IF.
000271
000272 load-approbations.
000273* Relit le registre : les approbations du droit posees pour
000274* l'operateur par un autre que lui entrent dans la table (au-dela
000275* de 100, les plus recentes sont ignorees), chaque USAGE ferme
000276* celle qu'il reference.
000277     MOVE 0 TO WS-APP-COUNT.
000278     OPEN INPUT ACCES-FILE.
000279     IF WS-ACCES-STATUS = "00"
000280         MOVE 'N' TO WS-FIN
000281         PERFORM UNTIL WS-FIN = 'Y'
000282             READ ACCES-FILE
000283                 AT END MOVE 'Y' TO WS-FIN
000284                 NOT AT END PERFORM absorb-acces-line
000285             END-READ
000286         END-PERFORM
000287         CLOSE ACCES-FILE
000288     END-IF.
000289
000290 absorb-acces-line.
000291     MOVE ACCES-LINE TO WS-ACCES-REC.
000292     IF ACC-TYPE = "APPROB" AND ACC-DROIT = DROIT
000293             AND ACC-OPERATEUR = OPERATEUR
000294             AND ACC-APPROBATEUR NOT = OPERATEUR
000295             AND WS-APP-COUNT < 100
000296         ADD 1 TO WS-APP-COUNT
000297         MOVE ACC-REFERENCE TO WS-APP-REF(WS-APP-COUNT)
000298         MOVE ACC-APPROBATEUR TO WS-APP-APPROBATEUR(WS-APP-COUNT)
000299         MOVE 'X' TO WS-APP-ETAT(WS-APP-COUNT)
000300         IF ACC-EXPIRE-DATE IS NUMERIC
000301                 AND ACC-EXPIRE-HEURE IS NUMERIC
000302             COMPUTE WS-EXPIRE = ACC-EXPIRE-DATE * 10000
000303                 + ACC-EXPIRE-HEURE
000304             IF WS-EXPIRE >= WS-MAINTENANT
000305                 MOVE 'O' TO WS-APP-ETAT(WS-APP-COUNT)
000306             END-IF
000307         END-IF
000308     END-IF.
000309     IF ACC-TYPE = "USAGE"
000310         PERFORM VARYING WS-APP-IDX FROM 1 BY 1
000311                 UNTIL WS-APP-IDX > WS-APP-COUNT
000312             IF WS-APP-REF(WS-APP-IDX) = ACC-REFERENCE
000313                 MOVE 'U' TO WS-APP-ETAT(WS-APP-IDX)
000314             END-IF
000315         END-PERFORM
000316     END-IF.
000317
000318 find-approbation.
000319* La plus ancienne approbation ouverte dont l'auteur est encore
000320* habilite au droit ; a defaut, le motif distingue l'approbation
000321* expiree de l'absence d'approbation.
000322     MOVE 'N' TO WS-TROUVE.
000323     MOVE 'N' TO WS-EXPIREES.
000324     PERFORM VARYING WS-APP-IDX FROM 1 BY 1
000325             UNTIL WS-APP-IDX > WS-APP-COUNT OR WS-TROUVE = 'Y'
000326         IF WS-APP-ETAT(WS-APP-IDX) = 'X'
000327             MOVE 'Y' TO WS-EXPIREES
000328         END-IF
000329         IF WS-APP-ETAT(WS-APP-IDX) = 'O'
000330             MOVE WS-APP-APPROBATEUR(WS-APP-IDX) TO WS-HABIL-OPER
000331             PERFORM check-habilitation
000332             IF WS-HABILITE = 'Y'
000333                 MOVE 'Y' TO WS-TROUVE
000334                 MOVE WS-APP-IDX TO WS-CHOIX-IDX
000335             END-IF
000336         END-IF
000337     END-PERFORM.
000338     IF WS-TROUVE NOT = 'Y'
000339         IF WS-EXPIREES = 'Y'
000340             MOVE "approbation expiree, a renouveler" TO MOTIF
000341         ELSE
000342             MOVE "aucune approbation ouverte" TO MOTIF
000343         END-IF
000344     END-IF.
000345
000346 check-habilitation.
000347     MOVE 'N' TO WS-HABILITE.
000348     MOVE 'N' TO WS-HABIL-LU.
000349     OPEN INPUT HABIL-FILE.
000350     IF WS-HABIL-STATUS = "00"
000351         MOVE 'Y' TO WS-HABIL-LU
000352         MOVE 'N' TO WS-FIN
000353         PERFORM UNTIL WS-FIN = 'Y'
000354             READ HABIL-FILE
000355                 AT END MOVE 'Y' TO WS-FIN
000356                 NOT AT END
000357                     IF HABIL-LINE(1:1) NOT = '*'
000358                             AND WS-HABIL-OPER NOT = SPACES
000359                             AND HABIL-LINE(1:8) = WS-HABIL-OPER
000360                             AND HABIL-LINE(10:8) = DROIT
000361                         MOVE 'Y' TO WS-HABILITE
000362                     END-IF
000363             END-READ
000364         END-PERFORM
000365         CLOSE HABIL-FILE
000366     END-IF.
000367
000368 write-refus.
000369     MOVE SPACES TO WS-ACCES-REC.
000370     MOVE "REFUS" TO ACC-TYPE.
000371     MOVE WS-TODAY TO ACC-DATE.
000372     MOVE WS-HEURE(1:6) TO ACC-HEURE.
000373     MOVE DROIT TO ACC-DROIT.
000374     MOVE OPERATEUR TO ACC-OPERATEUR.
000375     MOVE APPROBATEUR TO ACC-APPROBATEUR.
000376     MOVE 0 TO ACC-EXPIRE-DATE.
000377     MOVE 0 TO ACC-EXPIRE-HEURE.
000378     MOVE MOTIF TO ACC-MOTIF.
000379     PERFORM append-acces.
000380     IF RESULT NOT = 'E'
000381         MOVE 'R' TO RESULT
000382     END-IF.
000383     MOVE 'W' TO WS-JRN-SEV.
000384     MOVE SPACES TO WS-JRN-MSG.
000385     STRING "REFUS " FUNCTION TRIM(DROIT) " "
000386         FUNCTION TRIM(OPERATEUR) "/" FUNCTION TRIM(APPROBATEUR)
000387         " : " MOTIF
000388         INTO WS-JRN-MSG
000389     END-STRING.
000390     PERFORM write-journal.
000391
000392 append-acces.
000393* Le registre n'est complete qu'en fin de fichier ; inecrivable,
000394* rien n'est accorde.
000395     OPEN EXTEND ACCES-FILE.
000396     IF WS-ACCES-STATUS = "35"
000397         OPEN OUTPUT ACCES-FILE
000398     END-IF.
000399     IF WS-ACCES-STATUS = "00"
000400         MOVE WS-ACCES-REC TO ACCES-LINE
000401         WRITE ACCES-LINE END-WRITE
000402         IF WS-ACCES-STATUS NOT = "00"
000403             MOVE 'E' TO RESULT
000404         END-IF
000405         CLOSE ACCES-FILE
000406     ELSE
000407         MOVE 'E' TO RESULT
000408     END-IF.
000409     IF RESULT = 'E'
000410         MOVE 'E' TO WS-JRN-SEV
000411         MOVE SPACES TO WS-JRN-MSG
000412         STRING "registre des acces approbations.dat "
000413             "inecrivable (status " WS-ACCES-STATUS ")"
000414             INTO WS-JRN-MSG
000415         END-STRING
000416         PERFORM write-journal
000417     END-IF.
000418
000419 write-journal.
000420     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000421         ON EXCEPTION CONTINUE
000422     END-CALL.
