000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. blocage-io.
000003
000004* Acces a la liste des blocages (blocages.dat, indexe sur le type
000005* de cle et la chaine) : codes ou prefixes qu'on ne doit pas
000006* envoyer au provisioning, avec leur nature (HOLD suspension,
000007* BLOCK interdiction), le motif, l'operateur qui les a poses, la
000008* date de pose et la date d'expiration (0 = sans expiration). La
000009* cle porte un type devant la chaine ('C' code entier, 'P'
000010* prefixe), comme le fichier de travail de travail-io. Toute
000011* l'organisation indexee est isolee ici, comme maitre-io :
000012*   ACTION 'O' : ouverture en mise a jour (creation au premier
000013*                passage)
000014*   ACTION 'C' : ouverture en consultation seule (fichier absent :
000015*                RESULT 'E', aucune liste n'a encore ete posee)
000016*   ACTION 'L' : blocage applicable a un code : la cle code entier
000017*                d'abord, puis le plus long prefixe du code ; un
000018*                blocage expire ne s'applique plus
000019*   ACTION 'K' : lecture d'une cle exacte (CODE-STR + PREFIXE)
000020*   ACTION 'W' : pose ou remplacement d'une cle exacte
000021*   ACTION 'R' : levee (suppression) d'une cle exacte
000022*   ACTION 'D' : positionnement en tete pour un balayage
000023*   ACTION 'S' : entree suivante du balayage, cle rendue dans
000024*                CODE-STR et PREFIXE
000025*   ACTION 'F' : fermeture
000026* RESULT rend le sort de l'action :
000027*   'T' trouve (pour 'L' : blocage actif), 'X' pour 'L' seulement
000028*   blocage trouve mais expire, 'A' absent, 'N' nouvelle cle
000029*   posee, 'C' cle remplacee, 'F' fin de balayage, 'E' liste
000030*   indisponible.
000031
000032 ENVIRONMENT DIVISION.
000033    INPUT-OUTPUT SECTION.
000034    FILE-CONTROL.
000035         SELECT BLOCAGE-FILE ASSIGN TO "blocages.dat"
000036         ORGANIZATION INDEXED
000037         ACCESS DYNAMIC
000038         RECORD KEY BLOC-KEY
000039         FILE STATUS IS WS-BLOCAGE-STATUS.
000040
000041 DATA DIVISION.
000042   FILE SECTION.
000043   FD BLOCAGE-FILE.
000044     01 BLOC-REC.
000045       02 BLOC-KEY.
000046         03 BLOC-TYPE PIC X.
000047         03 BLOC-CODE PIC X(20).
000048       02 BLOC-NATURE PIC X(5).
000049       02 BLOC-MOTIF PIC X(40).
000050       02 BLOC-OPERATEUR PIC X(8).
000051       02 BLOC-DATE-POSE PIC 9(8).
000052       02 BLOC-EXPIRE PIC 9(8).
000053
000054   WORKING-STORAGE SECTION.
000055     77 WS-BLOCAGE-STATUS PIC XX.
000056     77 WS-OPENED PIC X VALUE 'N'.
000057     77 WS-PREF-LEN PIC 99.
000058
000059   LINKAGE SECTION.
000060     77 ACTION PIC X.
000061     77 CODE-STR PIC X(20).
000062* PREFIXE : 'Y' la cle est un prefixe, 'N' un code entier.
000063     77 PREFIXE PIC X.
000064     77 NATURE PIC X(5).
000065     77 MOTIF PIC X(40).
000066     77 OPERATEUR PIC X(8).
000067     77 DATE-POSE PIC 9(8).
000068     77 EXPIRE PIC 9(8).
000069     77 TODAY-DATE PIC 9(8).
000070     77 RESULT PIC X.
000071
000072 PROCEDURE DIVISION USING ACTION, CODE-STR, PREFIXE, NATURE,
000073     MOTIF, OPERATEUR, DATE-POSE, EXPIRE, TODAY-DATE, RESULT.
000074 route.
000075     MOVE SPACE TO RESULT.
000076     IF ACTION = 'O'
000077         PERFORM open-blocage
000078     END-IF.
000079     IF ACTION = 'C'
000080         PERFORM open-blocage-lecture
000081     END-IF.
000082     IF ACTION = 'L'
000083         PERFORM lookup-code
000084     END-IF.
000085     IF ACTION = 'K'
000086         PERFORM read-cle
000087     END-IF.
000088     IF ACTION = 'W'
000089         PERFORM write-cle
000090     END-IF.
000091     IF ACTION = 'R'
000092         PERFORM release-cle
000093     END-IF.
000094     IF ACTION = 'D'
000095         PERFORM start-balayage
000096     END-IF.
000097     IF ACTION = 'S'
000098         PERFORM read-suivant
000099     END-IF.
000100     IF ACTION = 'F'
000101         IF WS-OPENED = 'Y'
000102             CLOSE BLOCAGE-FILE
000103             MOVE 'N' TO WS-OPENED
000104         END-IF
000105     END-IF.
000106 fin.
000107     EXIT PROGRAM.
000108
000109 open-blocage.
000110     OPEN I-O BLOCAGE-FILE.
000111     IF WS-BLOCAGE-STATUS = "35"
000112* Premiere pose : la liste est creee vide puis rouverte en mise
000113* a jour, comme le fichier maitre.
000114         OPEN OUTPUT BLOCAGE-FILE
000115         CLOSE BLOCAGE-FILE
000116         OPEN I-O BLOCAGE-FILE
000117     END-IF.
000118     IF WS-BLOCAGE-STATUS = "00"
000119         MOVE 'Y' TO WS-OPENED
000120     ELSE
000121         MOVE 'E' TO RESULT
000122     END-IF.
000123
000124 open-blocage-lecture.
000125* Consultation seule : jour-cinq et les programmes de
000126* consultation ne doivent jamais creer une liste vide.
000127     OPEN INPUT BLOCAGE-FILE.
000128     IF WS-BLOCAGE-STATUS = "00"
000129         MOVE 'Y' TO WS-OPENED
000130     ELSE
000131         MOVE 'E' TO RESULT
000132     END-IF.
000133
000134 lookup-code.
000135* Le blocage du code entier l'emporte, puis le plus long prefixe
000136* du code ; un blocage expire n'est rendu ('X') que si aucun
000137* blocage actif ne s'applique, pour que la consultation puisse
000138* l'afficher.
000139     IF WS-OPENED NOT = 'Y'
000140         MOVE 'E' TO RESULT
000141     ELSE
000142         MOVE 'A' TO RESULT
000143         MOVE 'C' TO BLOC-TYPE
000144         MOVE CODE-STR TO BLOC-CODE
000145         READ BLOCAGE-FILE
000146             INVALID KEY CONTINUE
000147             NOT INVALID KEY PERFORM check-actif
000148         END-READ
000149         PERFORM VARYING WS-PREF-LEN FROM 20 BY -1
000150                 UNTIL WS-PREF-LEN < 1 OR RESULT = 'T'
000151             IF CODE-STR(WS-PREF-LEN:1) NOT = SPACE
000152                 MOVE 'P' TO BLOC-TYPE
000153                 MOVE SPACES TO BLOC-CODE
000154                 MOVE CODE-STR(1:WS-PREF-LEN) TO BLOC-CODE
000155                 READ BLOCAGE-FILE
000156                     INVALID KEY CONTINUE
000157                     NOT INVALID KEY PERFORM check-actif
000158                 END-READ
000159             END-IF
000160         END-PERFORM
000161     END-IF.
000162
000163 check-actif.
000164     IF BLOC-EXPIRE = 0 OR BLOC-EXPIRE >= TODAY-DATE
000165         PERFORM render-blocage
000166         MOVE 'T' TO RESULT
000167     ELSE
000168         IF RESULT = 'A'
000169             PERFORM render-blocage
000170             MOVE 'X' TO RESULT
000171         END-IF
000172     END-IF.
000173
000174 read-cle.
000175     IF WS-OPENED NOT = 'Y'
000176         MOVE 'E' TO RESULT
000177     ELSE
000178         PERFORM build-cle
000179         READ BLOCAGE-FILE
000180             INVALID KEY MOVE 'A' TO RESULT
000181             NOT INVALID KEY
000182                 PERFORM render-blocage
000183                 MOVE 'T' TO RESULT
000184         END-READ
000185     END-IF.
000186
000187 write-cle.
000188     IF WS-OPENED NOT = 'Y'
000189         MOVE 'E' TO RESULT
000190     ELSE
000191         PERFORM build-cle
000192         READ BLOCAGE-FILE
000193             INVALID KEY
000194                 PERFORM fill-blocage
000195                 WRITE BLOC-REC
000196                     INVALID KEY MOVE 'E' TO RESULT
000197                     NOT INVALID KEY MOVE 'N' TO RESULT
000198                 END-WRITE
000199             NOT INVALID KEY
000200                 PERFORM fill-blocage
000201                 REWRITE BLOC-REC
000202                     INVALID KEY MOVE 'E' TO RESULT
000203                     NOT INVALID KEY MOVE 'C' TO RESULT
000204                 END-REWRITE
000205         END-READ
000206     END-IF.
000207
000208 release-cle.
000209* La levee rend l'entree supprimee (nature, motif, operateur de
000210* pose) pour que l'historique garde trace de ce qui a ete leve.
000211     IF WS-OPENED NOT = 'Y'
000212         MOVE 'E' TO RESULT
000213     ELSE
000214         PERFORM build-cle
000215         READ BLOCAGE-FILE
000216             INVALID KEY MOVE 'A' TO RESULT
000217             NOT INVALID KEY
000218                 PERFORM render-blocage
000219                 DELETE BLOCAGE-FILE
000220                     INVALID KEY MOVE 'E' TO RESULT
000221                     NOT INVALID KEY MOVE 'T' TO RESULT
000222                 END-DELETE
000223         END-READ
000224     END-IF.
000225
000226 start-balayage.
000227     IF WS-OPENED NOT = 'Y'
000228         MOVE 'E' TO RESULT
000229     ELSE
000230         MOVE LOW-VALUES TO BLOC-KEY
000231         START BLOCAGE-FILE KEY >= BLOC-KEY
000232             INVALID KEY MOVE 'F' TO RESULT
000233             NOT INVALID KEY MOVE 'T' TO RESULT
000234         END-START
000235     END-IF.
000236
000237 read-suivant.
000238     IF WS-OPENED NOT = 'Y'
000239         MOVE 'E' TO RESULT
000240     ELSE
000241         READ BLOCAGE-FILE NEXT
000242             AT END MOVE 'F' TO RESULT
000243             NOT AT END
000244                 MOVE BLOC-CODE TO CODE-STR
000245                 PERFORM render-blocage
000246                 MOVE 'T' TO RESULT
000247         END-READ
000248     END-IF.
000249
000250 build-cle.
000251     IF PREFIXE = 'Y'
000252         MOVE 'P' TO BLOC-TYPE
000253     ELSE
000254         MOVE 'C' TO BLOC-TYPE
000255     END-IF.
000256     MOVE CODE-STR TO BLOC-CODE.
000257
000258 fill-blocage.
000259     PERFORM build-cle.
000260     MOVE NATURE TO BLOC-NATURE.
000261     MOVE MOTIF TO BLOC-MOTIF.
000262     MOVE OPERATEUR TO BLOC-OPERATEUR.
000263     MOVE TODAY-DATE TO BLOC-DATE-POSE.
000264     MOVE EXPIRE TO BLOC-EXPIRE.
000265
000266 render-blocage.
000267     IF BLOC-TYPE = 'P'
000268         MOVE 'Y' TO PREFIXE
000269     ELSE
000270         MOVE 'N' TO PREFIXE
000271     END-IF.
000272     MOVE BLOC-NATURE TO NATURE.
000273     MOVE BLOC-MOTIF TO MOTIF.
000274     MOVE BLOC-OPERATEUR TO OPERATEUR.
000275     MOVE BLOC-DATE-POSE TO DATE-POSE.
000276     MOVE BLOC-EXPIRE TO EXPIRE.
