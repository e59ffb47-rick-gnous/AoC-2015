000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. catalogue.
000003
000004* Catalogue des generations des sorties de nuit : report.txt,
000005* audit.txt, exceptions.txt, job-summary.txt, analytique.txt et
000006* dual-approved.txt sont ecrases a chaque passage ; un passage
000007* termine les classe ici en generations datees (copie sous le
000008* nom base-AAAAMMJJ.txt, par exemple audit-20261013.txt) et les
000009* inscrit au catalogue catalogue.dat, une ligne par passage en
000010* colonnes fixes :
000011*   colonnes  1-8  : date du passage (AAAAMMJJ)
000012*   colonnes 10-15 : heure du classement (HHMMSS)
000013*   colonnes 17-28 : mode du passage (NORMAL, RESOUMISSION,
000014*                    CONSOLIDATION...)
000015*   colonnes 30-37 : version des regles
000016*   colonnes 39-40 : code retour du passage
000017*   colonnes 42-47 : etat de chaque type de fichier, dans l'ordre
000018*                    report, audit, exceptions, job-summary,
000019*                    analytique, dual-approved : Y conserve, N non
000020*                    classe (fichier absent), P purge par la
000021*                    retention, R remplace (un passage du meme
000022*                    jour classe ensuite a ecrase la generation)
000023* Un second passage le meme jour (reprise, resoumission) reclasse
000024* sous la meme date : la generation reprend ses fichiers complets
000025* et la ligne precedente passe en R. Le module est partage par
000026* jour-cinq, consolide-partitions, retention-sorties,
000027* compare-audits et consulte-codes :
000028*   ACTION 'A' : classement des sorties du passage du jour JOUR ;
000029*                INFO donne le mode (1-12), la version des regles
000030*                (13-20), le code retour (21-22) et les types a
000031*                classer (23-28, Y par type ; blanc = les six), et
000032*                rend l'etat des six types (23-28). RESULT 'W' si
000033*                un fichier demande n'a pas pu etre classe, 'E'
000034*                catalogue inecrivable ou plein
000035*   ACTION 'L' : derniere ligne du catalogue pour JOUR : INFO rend
000036*                mode, version, code retour, etats (comme 'A') et
000037*                heure du classement (29-34) ; RESULT 'A' date non
000038*                cataloguee, 'E' catalogue absent
000039*   ACTION 'N' : nom de la generation du type TYPE-GEN (1 a 6)
000040*                pour JOUR, rendu dans INFO
000041*   ACTION 'D' : chargement du catalogue pour un balayage ('E'
000042*                catalogue absent ou plein)
000043*   ACTION 'S' : ligne suivante du balayage : JOUR et INFO comme
000044*                'L' ; RESULT 'F' en fin de catalogue
000045*   ACTION 'P' : le type TYPE-GEN de la ligne courante du balayage
000046*                est marque purge
000047*   ACTION 'X' : la ligne courante du balayage est retiree du
000048*                catalogue
000049*   ACTION 'F' : fin du balayage, catalogue reecrit s'il a change
000050*                ('E' reecriture impossible)
000051* RESULT 'T' quand tout va bien.
000052
000053 ENVIRONMENT DIVISION.
000054    INPUT-OUTPUT SECTION.
000055    FILE-CONTROL.
000056         SELECT CAT-FILE ASSIGN TO "catalogue.dat"
000057         ORGANIZATION LINE SEQUENTIAL
000058         FILE STATUS IS WS-CAT-STATUS.
000059         SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
000060         ORGANIZATION LINE SEQUENTIAL
000061         FILE STATUS IS WS-SRC-STATUS.
000062         SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
000063         ORGANIZATION LINE SEQUENTIAL
000064         FILE STATUS IS WS-GEN-STATUS.
000065
000066 DATA DIVISION.
000067   FILE SECTION.
000068   FD CAT-FILE.
000069     01 CAT-LINE PIC X(80).
000070
000071   FD SRC-FILE.
000072     01 SRC-LINE PIC X(200).
000073
000074   FD GEN-FILE.
000075     01 GEN-LINE PIC X(200).
000076
000077   WORKING-STORAGE SECTION.
000078     77 WS-CAT-STATUS PIC XX.
000079     77 WS-SRC-STATUS PIC XX.
000080     77 WS-GEN-STATUS PIC XX.
000081     77 WS-SRC-NAME PIC X(40).
000082     77 WS-GEN-NAME PIC X(40).
000083     77 WS-HEURE PIC 9(8).
000084* Noms de base des six types de sorties classees, dans l'ordre des
000085* etats du catalogue.
000086     01 WS-BASES.
000087       02 FILLER PIC X(14) VALUE "report".
000088       02 FILLER PIC X(14) VALUE "audit".
000089       02 FILLER PIC X(14) VALUE "exceptions".
000090       02 FILLER PIC X(14) VALUE "job-summary".
000091       02 FILLER PIC X(14) VALUE "analytique".
000092       02 FILLER PIC X(14) VALUE "dual-approved".
000093     01 WS-BASES-TABLE REDEFINES WS-BASES.
000094       02 WS-BASE PIC X(14) OCCURS 6 TIMES.
000095     77 WS-TYPE-IDX PIC 9.
000096     77 WS-GEN-TYPE PIC 9.
000097     77 WS-ETATS PIC X(6).
000098     77 WS-DEMANDE PIC X(6).
000099* Catalogue charge en table pour le reclassement d'un jour et pour
000100* le balayage de la retention ; une ligne par passage, 3000 lignes
000101* couvrent plusieurs annees de nuits (la retention retire les
000102* lignes dont il ne reste plus rien).
000103     01 CAT-TABLE.
000104       02 CAT-NB PIC 9(4) VALUE 0.
000105       02 CAT-ENTRY OCCURS 3000.
000106         03 CAT-TEXTE PIC X(80).
000107         03 CAT-RETIRE PIC X.
000108     77 CAT-IDX PIC 9(4).
000109     77 CAT-CUR PIC 9(4) VALUE 0.
000110     77 CAT-PLEIN PIC X VALUE 'N'.
000111     77 CAT-MODIFIE PIC X VALUE 'N'.
000112     01 WS-CAT-REC.
000113       02 CR-DATE PIC 9(8).
000114       02 FILLER PIC X.
000115       02 CR-HEURE PIC X(6).
000116       02 FILLER PIC X.
000117       02 CR-MODE PIC X(12).
000118       02 FILLER PIC X.
000119       02 CR-VERSION PIC X(8).
000120       02 FILLER PIC X.
000121       02 CR-RC PIC 99.
000122       02 FILLER PIC X.
000123       02 CR-ETATS PIC X(6).
000124       02 FILLER PIC X(33).
000125
000126   LINKAGE SECTION.
000127     77 ACTION PIC X.
000128     77 JOUR PIC 9(8).
000129     77 TYPE-GEN PIC 9.
000130     77 INFO PIC X(40).
000131     77 RESULT PIC X.
000132
000133 PROCEDURE DIVISION USING ACTION, JOUR, TYPE-GEN, INFO, RESULT.
000134 route.
000135     MOVE 'T' TO RESULT.
000136     IF ACTION = 'A'
000137         PERFORM file-run
000138     END-IF.
000139     IF ACTION = 'L'
000140         PERFORM lookup-day
000141     END-IF.
000142     IF ACTION = 'N'
000143         MOVE TYPE-GEN TO WS-GEN-TYPE
000144         PERFORM generation-name
000145         MOVE WS-GEN-NAME TO INFO
000146     END-IF.
000147     IF ACTION = 'D'
000148         PERFORM load-catalogue
000149         MOVE 0 TO CAT-CUR
000150     END-IF.
000151     IF ACTION = 'S'
000152         PERFORM next-entry
000153     END-IF.
000154     IF ACTION = 'P'
000155         IF CAT-CUR > 0 AND TYPE-GEN >= 1 AND TYPE-GEN <= 6
000156             MOVE CAT-TEXTE(CAT-CUR) TO WS-CAT-REC
000157             MOVE 'P' TO CR-ETATS(TYPE-GEN:1)
000158             MOVE WS-CAT-REC TO CAT-TEXTE(CAT-CUR)
000159             MOVE 'Y' TO CAT-MODIFIE
000160         END-IF
000161     END-IF.
000162     IF ACTION = 'X'
000163         IF CAT-CUR > 0
000164             MOVE 'Y' TO CAT-RETIRE(CAT-CUR)
000165             MOVE 'Y' TO CAT-MODIFIE
000166         END-IF
000167     END-IF.
000168     IF ACTION = 'F'
000169         IF CAT-MODIFIE = 'Y'
000170             PERFORM write-catalogue
000171         END-IF
000172         MOVE 'N' TO CAT-MODIFIE
000173     END-IF.
000174 fin.
000175     EXIT PROGRAM.
000176
000177 generation-name.
000178     MOVE SPACES TO WS-GEN-NAME.
000179     IF WS-GEN-TYPE >= 1 AND WS-GEN-TYPE <= 6
000180         STRING FUNCTION TRIM(WS-BASE(WS-GEN-TYPE)) "-" JOUR
000181             ".txt"
000182             INTO WS-GEN-NAME
000183         END-STRING
000184     END-IF.
000185
000186 file-run.
000187* Les fichiers sont copies d'abord : un catalogue plein ou
000188* inecrivable n'empeche pas de garder la generation sur disque.
000189* Un type non demande (sortie que l'appelant ne produit pas) n'est
000190* pas copie : le fichier du meme nom sur disque date d'un autre
000191* passage.
000192     MOVE INFO(23:6) TO WS-DEMANDE.
000193     IF WS-DEMANDE = SPACES
000194         MOVE "YYYYYY" TO WS-DEMANDE
000195     END-IF.
000196     MOVE "NNNNNN" TO WS-ETATS.
000197     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
000198             UNTIL WS-TYPE-IDX > 6
000199         IF WS-DEMANDE(WS-TYPE-IDX:1) = 'Y'
000200             PERFORM copy-one-output
000201             IF WS-ETATS(WS-TYPE-IDX:1) NOT = 'Y'
000202                 MOVE 'W' TO RESULT
000203             END-IF
000204         END-IF
000205     END-PERFORM.
000206     PERFORM load-catalogue.
000207     IF RESULT NOT = 'E'
000208* Les generations d'un classement precedent du meme jour viennent
000209* d'etre ecrasees : leurs etats passent en R.
000210         PERFORM VARYING CAT-IDX FROM 1 BY 1
000211                 UNTIL CAT-IDX > CAT-NB
000212             MOVE CAT-TEXTE(CAT-IDX) TO WS-CAT-REC
000213             IF CR-DATE = JOUR
000214                 INSPECT CR-ETATS REPLACING ALL 'Y' BY 'R'
000215                 MOVE WS-CAT-REC TO CAT-TEXTE(CAT-IDX)
000216             END-IF
000217         END-PERFORM
000218         IF CAT-NB >= 3000
000219             MOVE 'E' TO RESULT
000220         ELSE
000221             ACCEPT WS-HEURE FROM TIME
000222             MOVE SPACES TO WS-CAT-REC
000223             MOVE JOUR TO CR-DATE
000224             MOVE WS-HEURE(1:6) TO CR-HEURE
000225             MOVE INFO(1:12) TO CR-MODE
000226             MOVE INFO(13:8) TO CR-VERSION
000227             MOVE INFO(21:2) TO CR-RC
000228             MOVE WS-ETATS TO CR-ETATS
000229             ADD 1 TO CAT-NB
000230             MOVE WS-CAT-REC TO CAT-TEXTE(CAT-NB)
000231             MOVE 'N' TO CAT-RETIRE(CAT-NB)
000232             PERFORM write-catalogue
000233         END-IF
000234     END-IF.
000235     MOVE WS-ETATS TO INFO(23:6).
000236
000237 copy-one-output.
000238     MOVE SPACES TO WS-SRC-NAME.
000239     STRING FUNCTION TRIM(WS-BASE(WS-TYPE-IDX)) ".txt"
000240         INTO WS-SRC-NAME
000241     END-STRING.
000242     MOVE WS-TYPE-IDX TO WS-GEN-TYPE.
000243     PERFORM generation-name.
000244     OPEN INPUT SRC-FILE.
000245     IF WS-SRC-STATUS = "00"
000246         OPEN OUTPUT GEN-FILE
000247         IF WS-GEN-STATUS = "00"
000248             PERFORM UNTIL WS-SRC-STATUS NOT = "00"
000249                 READ SRC-FILE
000250                 IF WS-SRC-STATUS = "00"
000251                     MOVE SRC-LINE TO GEN-LINE
000252                     WRITE GEN-LINE END-WRITE
000253                 END-IF
000254             END-PERFORM
000255             CLOSE GEN-FILE
000256             MOVE 'Y' TO WS-ETATS(WS-TYPE-IDX:1)
000257         END-IF
000258         CLOSE SRC-FILE
000259     END-IF.
000260
000261 lookup-day.
000262* La derniere ligne du jour l'emporte : c'est elle qui decrit les
000263* generations presentes sur disque.
000264     MOVE 'A' TO RESULT.
000265     OPEN INPUT CAT-FILE.
000266     IF WS-CAT-STATUS NOT = "00"
000267         MOVE 'E' TO RESULT
000268     ELSE
000269         PERFORM UNTIL WS-CAT-STATUS NOT = "00"
000270             READ CAT-FILE
000271             IF WS-CAT-STATUS = "00"
000272                 MOVE CAT-LINE TO WS-CAT-REC
000273                 IF CR-DATE = JOUR
000274                     PERFORM entry-to-info
000275                     MOVE 'T' TO RESULT
000276                 END-IF
000277             END-IF
000278         END-PERFORM
000279         CLOSE CAT-FILE
000280     END-IF.
000281
000282 entry-to-info.
000283     MOVE SPACES TO INFO.
000284     MOVE CR-MODE TO INFO(1:12).
000285     MOVE CR-VERSION TO INFO(13:8).
000286     MOVE CR-RC TO INFO(21:2).
000287     MOVE CR-ETATS TO INFO(23:6).
000288     MOVE CR-HEURE TO INFO(29:6).
000289
000290 load-catalogue.
000291* Catalogue absent au premier classement : table vide. Pour un
000292* balayage, un catalogue absent est signale.
000293     MOVE 0 TO CAT-NB.
000294     MOVE 'N' TO CAT-PLEIN.
000295     MOVE 'N' TO CAT-MODIFIE.
000296     OPEN INPUT CAT-FILE.
000297     IF WS-CAT-STATUS = "35" AND ACTION = 'A'
000298         CONTINUE
000299     ELSE
000300         IF WS-CAT-STATUS NOT = "00"
000301             MOVE 'E' TO RESULT
000302         ELSE
000303             PERFORM UNTIL WS-CAT-STATUS NOT = "00"
000304                 READ CAT-FILE
000305                 IF WS-CAT-STATUS = "00" AND CAT-LINE NOT = SPACES
000306                     IF CAT-NB < 3000
000307                         ADD 1 TO CAT-NB
000308                         MOVE CAT-LINE TO CAT-TEXTE(CAT-NB)
000309                         MOVE 'N' TO CAT-RETIRE(CAT-NB)
000310                     ELSE
000311                         MOVE 'Y' TO CAT-PLEIN
000312                     END-IF
000313                 END-IF
000314             END-PERFORM
000315             CLOSE CAT-FILE
000316* Un catalogue plus long que la table ne doit jamais etre reecrit
000317* tronque.
000318             IF CAT-PLEIN = 'Y'
000319                 MOVE 'E' TO RESULT
000320             END-IF
000321         END-IF
000322     END-IF.
000323
000324 next-entry.
000325     IF CAT-CUR >= CAT-NB
000326         MOVE 'F' TO RESULT
000327     ELSE
000328         ADD 1 TO CAT-CUR
000329         MOVE CAT-TEXTE(CAT-CUR) TO WS-CAT-REC
000330         MOVE CR-DATE TO JOUR
000331         PERFORM entry-to-info
000332     END-IF.
000333
000334 write-catalogue.
000335     IF CAT-PLEIN = 'Y'
000336         MOVE 'E' TO RESULT
000337     ELSE
000338         OPEN OUTPUT CAT-FILE
000339         IF WS-CAT-STATUS NOT = "00"
000340             MOVE 'E' TO RESULT
000341         ELSE
000342             PERFORM VARYING CAT-IDX FROM 1 BY 1
000343                     UNTIL CAT-IDX > CAT-NB
000344                 IF CAT-RETIRE(CAT-IDX) = 'N'
000345                     MOVE CAT-TEXTE(CAT-IDX) TO CAT-LINE
000346                     WRITE CAT-LINE END-WRITE
000347                 END-IF
000348             END-PERFORM
000349             CLOSE CAT-FILE
000350         END-IF
000351     END-IF.
