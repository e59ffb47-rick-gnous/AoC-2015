000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. rejets-io.
000003
000004* Historique des chaines rejetees d'une nuit a l'autre
000005* (rejets.dat, indexe sur la chaine) : les rejets ne vont jamais
000006* au fichier maitre, qui ne garde que les codes scores, et
000007* exceptions.txt ne dit pas que la meme chaine revient chaque
000008* nuit. Pour chaque chaine : date du premier et du dernier rejet,
000009* nombre de rejets, nombre de nuits distinctes de rejet, dernier
000010* motif (LONGUEUR, CARACTERES ou SCORING) et les sources HDR qui
000011* l'ont envoyee (5 au plus, l'indicateur de debordement dit qu'il
000012* y en a eu d'autres). Toute l'organisation indexee est isolee
000013* ici, comme maitre-io :
000014*   ACTION 'O' : ouverture en mise a jour (creation au premier
000015*                passage)
000016*   ACTION 'C' : ouverture en consultation seule (historique
000017*                absent : RESULT 'E')
000018*   ACTION 'U' : rejet de CHAINE le jour JOUR pour MOTIF, venu de
000019*                SOURCE-ID (blanc : source inconnue, non notee) ;
000020*                une nuit de plus est comptee quand JOUR suit le
000021*                dernier rejet connu
000022*   ACTION 'L' : lecture de CHAINE
000023*   ACTION 'D' : positionnement en tete pour un balayage
000024*   ACTION 'S' : entree suivante du balayage, chaine rendue dans
000025*                CHAINE
000026*   ACTION 'F' : fermeture
000027* INFO rend l'entree lue ('L', 'S') ou mise a jour ('U') en
000028* colonnes fixes : premier rejet 1-8, dernier rejet 9-16, nombre
000029* de rejets 17-23, nombre de nuits 24-28, dernier motif 29-38,
000030* sources 39-68 (5 x 6), debordement des sources 69 ('Y').
000031* RESULT : 'T' trouve, 'A' absent, 'N' nouvelle chaine, 'C'
000032* chaine connue mise a jour, 'F' fin de balayage, 'E' historique
000033* indisponible.
000034
000035 ENVIRONMENT DIVISION.
000036    INPUT-OUTPUT SECTION.
000037    FILE-CONTROL.
000038         SELECT REJ-FILE ASSIGN TO "rejets.dat"
000039         ORGANIZATION INDEXED
000040         ACCESS DYNAMIC
000041         RECORD KEY REJ-CHAINE
000042         FILE STATUS IS WS-REJ-STATUS.
000043
000044 DATA DIVISION.
000045   FILE SECTION.
000046   FD REJ-FILE.
000047     01 REJ-REC.
000048       02 REJ-CHAINE PIC X(20).
000049       02 REJ-INFO.
000050         03 REJ-PREMIER PIC 9(8).
000051         03 REJ-DERNIER PIC 9(8).
000052         03 REJ-NB-REJETS PIC 9(7).
000053         03 REJ-NB-NUITS PIC 9(5).
000054         03 REJ-MOTIF PIC X(10).
000055         03 REJ-SOURCES.
000056           04 REJ-SOURCE PIC X(6) OCCURS 5 TIMES.
000057         03 REJ-SRC-PLUS PIC X.
000058
000059   WORKING-STORAGE SECTION.
000060     77 WS-REJ-STATUS PIC XX.
000061     77 WS-OPENED PIC X VALUE 'N'.
000062     77 WS-SRC-IDX PIC 9.
000063     77 WS-SRC-FOUND PIC X.
000064
000065   LINKAGE SECTION.
000066     77 ACTION PIC X.
000067     77 CHAINE PIC X(20).
000068     77 SOURCE-ID PIC X(6).
000069     77 MOTIF PIC X(10).
000070     77 JOUR PIC 9(8).
000071     77 INFO PIC X(70).
000072     77 RESULT PIC X.
000073
000074 PROCEDURE DIVISION USING ACTION, CHAINE, SOURCE-ID, MOTIF, JOUR,
000075     INFO, RESULT.
000076 route.
000077     MOVE SPACE TO RESULT.
000078     IF ACTION = 'O'
000079         PERFORM open-historique
000080     END-IF.
000081     IF ACTION = 'C'
000082         PERFORM open-historique-lecture
000083     END-IF.
000084     IF ACTION = 'U'
000085         PERFORM note-rejet
000086     END-IF.
000087     IF ACTION = 'L'
000088         PERFORM read-chaine
000089     END-IF.
000090     IF ACTION = 'D'
000091         PERFORM start-balayage
000092     END-IF.
000093     IF ACTION = 'S'
000094         PERFORM read-suivant
000095     END-IF.
000096     IF ACTION = 'F'
000097         IF WS-OPENED = 'Y'
000098             CLOSE REJ-FILE
000099             MOVE 'N' TO WS-OPENED
000100         END-IF
000101     END-IF.
000102 fin.
000103     EXIT PROGRAM.
000104
000105 open-historique.
000106     OPEN I-O REJ-FILE.
000107     IF WS-REJ-STATUS = "35"
000108* Premier rejet enregistre : l'historique est cree vide puis
000109* rouvert en mise a jour, comme le fichier maitre.
000110         OPEN OUTPUT REJ-FILE
000111         CLOSE REJ-FILE
000112         OPEN I-O REJ-FILE
000113     END-IF.
000114     IF WS-REJ-STATUS = "00"
000115         MOVE 'Y' TO WS-OPENED
000116     ELSE
000117         MOVE 'E' TO RESULT
000118     END-IF.
000119
000120 open-historique-lecture.
000121* Consultation seule : la simulation, les instances de partition
000122* et le rapport des recidives ne doivent jamais creer un
000123* historique vide.
000124     OPEN INPUT REJ-FILE.
000125     IF WS-REJ-STATUS = "00"
000126         MOVE 'Y' TO WS-OPENED
000127     ELSE
000128         MOVE 'E' TO RESULT
000129     END-IF.
000130
000131 note-rejet.
000132* Le meme rejet rejoue le meme jour (reprise, resoumission,
000133* doublon dans la generation) compte un rejet de plus mais pas
000134* une nuit de plus.
000135     IF WS-OPENED NOT = 'Y'
000136         MOVE 'E' TO RESULT
000137     ELSE
000138         MOVE CHAINE TO REJ-CHAINE
000139         READ REJ-FILE
000140             INVALID KEY
000141                 MOVE CHAINE TO REJ-CHAINE
000142                 MOVE JOUR TO REJ-PREMIER
000143                 MOVE JOUR TO REJ-DERNIER
000144                 MOVE 1 TO REJ-NB-REJETS
000145                 MOVE 1 TO REJ-NB-NUITS
000146                 MOVE MOTIF TO REJ-MOTIF
000147                 MOVE SPACES TO REJ-SOURCES
000148                 MOVE 'N' TO REJ-SRC-PLUS
000149                 PERFORM add-source
000150                 WRITE REJ-REC
000151                     INVALID KEY MOVE 'E' TO RESULT
000152                     NOT INVALID KEY MOVE 'N' TO RESULT
000153                 END-WRITE
000154             NOT INVALID KEY
000155                 IF JOUR > REJ-DERNIER
000156                     ADD 1 TO REJ-NB-NUITS
000157                     MOVE JOUR TO REJ-DERNIER
000158                 END-IF
000159                 ADD 1 TO REJ-NB-REJETS
000160                 MOVE MOTIF TO REJ-MOTIF
000161                 PERFORM add-source
000162                 REWRITE REJ-REC
000163                     INVALID KEY MOVE 'E' TO RESULT
000164                     NOT INVALID KEY MOVE 'C' TO RESULT
000165                 END-REWRITE
000166         END-READ
000167         MOVE REJ-INFO TO INFO
000168     END-IF.
000169
000170 add-source.
000171* Une source deja notee ne l'est pas deux fois ; au-dela de 5
000172* sources l'indicateur de debordement est leve.
000173     IF SOURCE-ID NOT = SPACES
000174         MOVE 'N' TO WS-SRC-FOUND
000175         PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
000176                 UNTIL WS-SRC-IDX > 5 OR WS-SRC-FOUND = 'Y'
000177             IF REJ-SOURCE(WS-SRC-IDX) = SOURCE-ID
000178                 MOVE 'Y' TO WS-SRC-FOUND
000179             END-IF
000180         END-PERFORM
000181         PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
000182                 UNTIL WS-SRC-IDX > 5 OR WS-SRC-FOUND = 'Y'
000183             IF REJ-SOURCE(WS-SRC-IDX) = SPACES
000184                 MOVE SOURCE-ID TO REJ-SOURCE(WS-SRC-IDX)
000185                 MOVE 'Y' TO WS-SRC-FOUND
000186             END-IF
000187         END-PERFORM
000188         IF WS-SRC-FOUND = 'N'
000189             MOVE 'Y' TO REJ-SRC-PLUS
000190         END-IF
000191     END-IF.
000192
000193 read-chaine.
000194     IF WS-OPENED NOT = 'Y'
000195         MOVE 'E' TO RESULT
000196     ELSE
000197         MOVE CHAINE TO REJ-CHAINE
000198         READ REJ-FILE
000199             INVALID KEY MOVE 'A' TO RESULT
000200             NOT INVALID KEY
000201                 MOVE REJ-INFO TO INFO
000202                 MOVE 'T' TO RESULT
000203         END-READ
000204     END-IF.
000205
000206 start-balayage.
000207     IF WS-OPENED NOT = 'Y'
000208         MOVE 'E' TO RESULT
000209     ELSE
000210         MOVE LOW-VALUES TO REJ-CHAINE
000211         START REJ-FILE KEY >= REJ-CHAINE
000212             INVALID KEY MOVE 'F' TO RESULT
000213             NOT INVALID KEY MOVE 'T' TO RESULT
000214         END-START
000215     END-IF.
000216
000217 read-suivant.
000218     IF WS-OPENED NOT = 'Y'
000219         MOVE 'E' TO RESULT
000220     ELSE
000221         READ REJ-FILE NEXT
000222             AT END MOVE 'F' TO RESULT
000223             NOT AT END
000224                 MOVE REJ-CHAINE TO CHAINE
000225                 MOVE REJ-INFO TO INFO
000226                 MOVE 'T' TO RESULT
000227         END-READ
000228     END-IF.
