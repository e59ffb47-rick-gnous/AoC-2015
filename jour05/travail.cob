000007* saturaient sans bruit sur les grosses generations. L'acces par
000008* cle rend le cout de recherche independant du volume et supprime
000009* les plafonds. La cle porte un type devant le code ('S' chaine
000010* vue, 'D' code de l'extrait dual, 'R' destination de routage
000011* d'un code de l'extrait), l'ordre des cles rendant
000012* l'extrait naturellement trie au balayage. Le fichier est un
000013* brouillon de passage : il est recree vide a chaque ouverture,
000014* sauf reprise d'un traitement interrompu (action 'K').
000015* Toute l'organisation indexee est isolee ici, comme maitre-io :
000016*   ACTION 'O' : (re)creation et ouverture, FILE-NAME nommant le
000017*                fichier de l'instance (suffixe -pnn ou -preview)
000018*   ACTION 'K' : ouverture pour reprise, le contenu deja collecte
000019*                est garde (fichier absent : cree vide)
000020*   ACTION 'V' : chaine vue ? la chaine absente est notee au
000021*                passage ('T' deja vue, 'N' nouvelle)
000022*   ACTION 'D' : collecte d'un code dual avec son marqueur ; un
000023*                code deja present est ignore, le premier marqueur
000024*                l'emporte ('I' deja present, 'N' nouveau)
000025*   ACTION 'B' : positionnement en tete des codes dual
000026*   ACTION 'S' : code dual suivant, dans l'ordre des cles
000027*   ACTION 'R' : destination de routage (MARK) d'un code de
000028*                l'extrait ; la premiere destination notee
000029*                l'emporte ('I' deja notee, 'N' nouvelle)
000030*   ACTION 'L' : lecture de la destination d'un code ('T' trouvee
000031*                dans MARK, 'A' absente) ; permise en cours de
000032*                balayage, le code dual suivant repart de la
000033*                position du balayage
000034*   ACTION 'F' : fermeture
000035* RESULT : 'T' trouve, 'N' nouveau, 'I' ignore (doublon),
000036* 'A' absent, 'F' fin de balayage, 'E' fichier de travail
000037* indisponible.
000038
000039 ENVIRONMENT DIVISION.
000040    INPUT-OUTPUT SECTION.
000041    FILE-CONTROL.
000042         SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-NAME
000043         ORGANIZATION INDEXED
000044         ACCESS DYNAMIC
000045         RECORD KEY TRAV-KEY
000046         FILE STATUS IS WS-WORK-STATUS.
000047
000048 DATA DIVISION.
000049   FILE SECTION.
000050   FD WORK-FILE.
000051     01 TRAV-REC.
000052       02 TRAV-KEY.
000053         03 TRAV-TYPE PIC X.
000054         03 TRAV-CODE PIC X(20).
000055       02 TRAV-MARK PIC X(8).
000056
000057   WORKING-STORAGE SECTION.
000058     77 WS-WORK-NAME PIC X(30).
000059     77 WS-WORK-STATUS PIC XX.
000060     77 WS-OPENED PIC X VALUE 'N'.
000061* Cle du dernier code rendu au balayage, pour le reprendre apres
000062* une lecture directe qui a deplace la position du fichier.
000063     77 WS-SCAN-KEY PIC X(21).
000064     77 WS-SCAN-PERDU PIC X VALUE 'N'.
000065
000066   LINKAGE SECTION.
000067     77 ACTION PIC X.
000068     77 FILE-NAME PIC X(30).
000069     77 CODE-STR PIC X(20).
000070     77 MARK PIC X(8).
000071     77 RESULT PIC X.
000072
000073 PROCEDURE DIVISION USING ACTION, FILE-NAME, CODE-STR, MARK,
000074     RESULT.
000075 route.
000076     MOVE SPACE TO RESULT.
000077     IF ACTION = 'O'
000078         PERFORM open-work
000079     END-IF.
000080     IF ACTION = 'K'
000081         PERFORM reopen-work
000082     END-IF.
000083     IF ACTION = 'V'
000084         PERFORM check-seen
000085     END-IF.
000086     IF ACTION = 'D'
000087         PERFORM note-dual
000088     END-IF.
000089     IF ACTION = 'B'
000090         PERFORM start-dual
000091     END-IF.
000092     IF ACTION = 'S'
000093         PERFORM read-dual-next
000094     END-IF.
000095     IF ACTION = 'R'
000096         PERFORM note-route
000097     END-IF.
000098     IF ACTION = 'L'
000099         PERFORM read-route
000100     END-IF.
000101     IF ACTION = 'F'
000102         IF WS-OPENED = 'Y'
000103             CLOSE WORK-FILE
000104             MOVE 'N' TO WS-OPENED
000105         END-IF
000106     END-IF.
000107 fin.
000108     EXIT PROGRAM.
000109
000110 open-work.
000111* Le fichier de travail est un brouillon : il est toujours recree
000112* vide, l'etat d'une reprise ou d'une resoumission etant rebati
000113* par l'appelant en rejouant ses entrees dans le meme ordre.
000114     MOVE FILE-NAME TO WS-WORK-NAME.
000115     OPEN OUTPUT WORK-FILE.
000116     IF WS-WORK-STATUS = "00"
000117         CLOSE WORK-FILE
000118         OPEN I-O WORK-FILE
000119     END-IF.
000120     IF WS-WORK-STATUS = "00"
000121         MOVE 'Y' TO WS-OPENED
000122     ELSE
000123         MOVE 'E' TO RESULT
000124     END-IF.
000125
000126 reopen-work.
000127* Reprise : le brouillon du traitement interrompu est rouvert tel
000128* quel, les codes deja collectes etant ignores s'ils reviennent.
000129     MOVE FILE-NAME TO WS-WORK-NAME.
000130     OPEN I-O WORK-FILE.
000131     IF WS-WORK-STATUS = "35"
000132         OPEN OUTPUT WORK-FILE
000133         CLOSE WORK-FILE
000134         OPEN I-O WORK-FILE
000135     END-IF.
000136     IF WS-WORK-STATUS = "00"
000137         MOVE 'Y' TO WS-OPENED
000138     ELSE
000139         MOVE 'E' TO RESULT
000140     END-IF.
000141
000142 check-seen.
000143     IF WS-OPENED NOT = 'Y'
000144         MOVE 'E' TO RESULT
000145     ELSE
000146         MOVE 'S' TO TRAV-TYPE
000147         MOVE CODE-STR TO TRAV-CODE
000148         READ WORK-FILE
000149             INVALID KEY
000150                 MOVE 'S' TO TRAV-TYPE
000151                 MOVE CODE-STR TO TRAV-CODE
000152                 MOVE SPACES TO TRAV-MARK
000153                 WRITE TRAV-REC
000154                     INVALID KEY MOVE 'E' TO RESULT
000155                     NOT INVALID KEY MOVE 'N' TO RESULT
000156                 END-WRITE
000157             NOT INVALID KEY MOVE 'T' TO RESULT
000158         END-READ
000159     END-IF.
000160
000161 note-dual.
000162     IF WS-OPENED NOT = 'Y'
000163         MOVE 'E' TO RESULT
000164     ELSE
000165         MOVE 'D' TO TRAV-TYPE
000166         MOVE CODE-STR TO TRAV-CODE
000167         READ WORK-FILE
000168             INVALID KEY
000169                 MOVE 'D' TO TRAV-TYPE
000170                 MOVE CODE-STR TO TRAV-CODE
000171                 MOVE MARK TO TRAV-MARK
000172                 WRITE TRAV-REC
000173                     INVALID KEY MOVE 'E' TO RESULT
000174                     NOT INVALID KEY MOVE 'N' TO RESULT
000175                 END-WRITE
000176             NOT INVALID KEY MOVE 'I' TO RESULT
000177         END-READ
000178     END-IF.
000179
000180 start-dual.
000181     IF WS-OPENED NOT = 'Y'
000182         MOVE 'E' TO RESULT
000183     ELSE
000184         MOVE 'D' TO TRAV-TYPE
000185         MOVE LOW-VALUES TO TRAV-CODE
000186         MOVE 'N' TO WS-SCAN-PERDU
000187         START WORK-FILE KEY >= TRAV-KEY
000188             INVALID KEY MOVE 'F' TO RESULT
000189             NOT INVALID KEY MOVE 'T' TO RESULT
000190         END-START
000191     END-IF.
000192
000193 read-dual-next.
000194     IF WS-OPENED NOT = 'Y'
000195         MOVE 'E' TO RESULT
000196     ELSE
000197         IF WS-SCAN-PERDU = 'Y'
000198             MOVE 'N' TO WS-SCAN-PERDU
000199             MOVE WS-SCAN-KEY TO TRAV-KEY
000200             START WORK-FILE KEY > TRAV-KEY
000201                 INVALID KEY MOVE 'F' TO RESULT
000202             END-START
000203         END-IF
000204         IF RESULT NOT = 'F'
000205             PERFORM read-dual-record
000206         END-IF
000207     END-IF.
000208
000209 read-dual-record.
000210     READ WORK-FILE NEXT
000211         AT END MOVE 'F' TO RESULT
000212         NOT AT END
000213             IF TRAV-TYPE = 'D'
000214                 MOVE TRAV-CODE TO CODE-STR
000215                 MOVE TRAV-MARK TO MARK
000216                 MOVE TRAV-KEY TO WS-SCAN-KEY
000217                 MOVE 'T' TO RESULT
000218             ELSE
000219                 MOVE 'F' TO RESULT
000220             END-IF
000221     END-READ.
000222
000223 note-route.
000224     IF WS-OPENED NOT = 'Y'
000225         MOVE 'E' TO RESULT
000226     ELSE
000227         MOVE 'Y' TO WS-SCAN-PERDU
000228         MOVE 'R' TO TRAV-TYPE
000229         MOVE CODE-STR TO TRAV-CODE
000230         READ WORK-FILE
000231             INVALID KEY
000232                 MOVE 'R' TO TRAV-TYPE
000233                 MOVE CODE-STR TO TRAV-CODE
000234                 MOVE MARK TO TRAV-MARK
000235                 WRITE TRAV-REC
000236                     INVALID KEY MOVE 'E' TO RESULT
000237                     NOT INVALID KEY MOVE 'N' TO RESULT
000238                 END-WRITE
000239             NOT INVALID KEY MOVE 'I' TO RESULT
000240         END-READ
000241     END-IF.
000242
000243 read-route.
000244     IF WS-OPENED NOT = 'Y'
000245         MOVE 'E' TO RESULT
000246     ELSE
000247         MOVE 'Y' TO WS-SCAN-PERDU
000248         MOVE 'R' TO TRAV-TYPE
000249         MOVE CODE-STR TO TRAV-CODE
000250         READ WORK-FILE
000251             INVALID KEY MOVE 'A' TO RESULT
000252             NOT INVALID KEY
000253                 MOVE TRAV-MARK TO MARK
000254                 MOVE 'T' TO RESULT
000255         END-READ
000256     END-IF.
