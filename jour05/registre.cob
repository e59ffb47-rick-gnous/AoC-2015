000004* Acces au registre des envois dual-approved (envois.dat, indexe
000005* sur la chaine du code) : date d'envoi reelle du code, generation
000006* d'extrait qui l'a emporte, sort de l'accuse de reception
000007* (N = sans reponse, A = acquitte, R = rejete, D = rejet
000008* definitif, X = abandonne apres trop de renvois), date de
000009* l'accuse, motif du dernier rejet, nombre de renvois deja faits,
000010* date du dernier renvoi et destination aval qui a recu le code
000011* (table de routage). Toute l'organisation indexee est
000012* isolee ici, comme maitre-io pour le fichier maitre, pour que
000013* les programmes de la suite n'aient qu'une interface a actions :
000014*   ACTION 'O' : ouverture (creation au premier passage)
000015*   ACTION 'C' : ouverture en consultation seule (registre
000016*                absent : RESULT 'E', aucun envoi encore fait)
000017*   ACTION 'E' : enregistre un envoi, destination prise dans INFO
000018*                (41-48) ; un code deja present garde sa date et
000019*                sa destination d'origine (le premier envoi
000020*                l'emporte)
000021*   ACTION 'A' : pose l'accuse de reception d'un code (et le
000022*                motif de rejet, pris dans INFO)
000023*   ACTION 'R' : renvoi d'un code rejete : l'accuse repasse a N,
000024*                le compteur de renvois est augmente, la date du
000025*                renvoi et la generation sont celles passees
000026*   ACTION 'L' : lecture d'un code
000027*   ACTION 'D' : positionnement en tete pour un balayage
000028*   ACTION 'S' : lecture du code suivant du balayage
000029*   ACTION 'F' : fermeture
000030* RESULT rend le sort de l'action :
000031*   'N' nouvel envoi, 'I' envoi deja enregistre, 'T' trouve,
000032*   'A' absent, 'F' fin de balayage, 'E' registre indisponible.
000033* INFO rend (lecture, balayage, renvoi) le motif du dernier rejet
000034* (1-30), le nombre de renvois (31-32), la date du dernier
000035* renvoi (33-40, 0 = jamais renvoye) et la destination de l'envoi
000036* (41-48, blanc = envoi d'avant le routage).
000037
000038 ENVIRONMENT DIVISION.
000039    INPUT-OUTPUT SECTION.
000040    FILE-CONTROL.
000041         SELECT REGISTER-FILE ASSIGN TO "envois.dat"
000042         ORGANIZATION INDEXED
000043         ACCESS DYNAMIC
000044         RECORD KEY ENVOI-CODE
000045         FILE STATUS IS WS-REGISTER-STATUS.
000046
000047 DATA DIVISION.
000048   FILE SECTION.
000049   FD REGISTER-FILE.
000050     01 ENVOI-REC.
000051       02 ENVOI-CODE PIC X(20).
000052       02 ENVOI-DATE PIC 9(8).
000053       02 ENVOI-GENERATION PIC 9(8).
000054       02 ENVOI-ACK PIC X.
000055       02 ENVOI-ACK-DATE PIC 9(8).
000056       02 ENVOI-MOTIF PIC X(30).
000057       02 ENVOI-TENTATIVES PIC 99.
000058       02 ENVOI-RENVOI PIC 9(8).
000059       02 ENVOI-DEST PIC X(8).
000060
000061   WORKING-STORAGE SECTION.
000062     77 WS-REGISTER-STATUS PIC XX.
000063     77 WS-OPENED PIC X VALUE 'N'.
000064
000065   LINKAGE SECTION.
000066     77 ACTION PIC X.
000067     77 CODE-STR PIC X(20).
000068     77 DATE-ENVOI PIC 9(8).
000069     77 GENERATION PIC 9(8).
000070     77 ACK-FLAG PIC X.
000071     77 ACK-DATE PIC 9(8).
000072     77 RESULT PIC X.
000073     01 INFO.
000074       02 INFO-MOTIF PIC X(30).
000075       02 INFO-TENTATIVES PIC 99.
000076       02 INFO-RENVOI PIC 9(8).
000077       02 INFO-DEST PIC X(8).
000078
000079 PROCEDURE DIVISION USING ACTION, CODE-STR, DATE-ENVOI,
000080     GENERATION, ACK-FLAG, ACK-DATE, RESULT, INFO.
000081 route.
000082     MOVE SPACE TO RESULT.
000083     IF ACTION = 'O'
000084         PERFORM open-register
000085     END-IF.
000086     IF ACTION = 'C'
000087         PERFORM open-register-lecture
000088     END-IF.
000089     IF ACTION = 'E'
000090         PERFORM note-envoi
000091     END-IF.
000092     IF ACTION = 'A'
000093         PERFORM note-accuse
000094     END-IF.
000095     IF ACTION = 'R'
000096         PERFORM note-renvoi
000097     END-IF.
000098     IF ACTION = 'L'
000099         PERFORM read-envoi
000100     END-IF.
000101     IF ACTION = 'D'
000102         PERFORM start-balayage
000103     END-IF.
000104     IF ACTION = 'S'
000105         PERFORM read-suivant
000106     END-IF.
000107     IF ACTION = 'F'
000108         IF WS-OPENED = 'Y'
000109             CLOSE REGISTER-FILE
000110             MOVE 'N' TO WS-OPENED
000111         END-IF
000112     END-IF.
000113 fin.
000114     EXIT PROGRAM.
000115
000116 open-register.
000117* Un second appel d'ouverture (option DEDUP-ENVOYES de
000118* jour-cinq puis reecriture de l'extrait) est sans effet.
000119     IF WS-OPENED = 'Y'
000120         CONTINUE
000121     ELSE
000122         PERFORM open-register-fichier
000123     END-IF.
000124
000125 open-register-fichier.
000126     OPEN I-O REGISTER-FILE.
000127     IF WS-REGISTER-STATUS = "35"
000128* Premier passage : le registre est cree vide puis rouvert en
000129* mise a jour, comme le fichier maitre.
000130         OPEN OUTPUT REGISTER-FILE
000131         CLOSE REGISTER-FILE
000132         OPEN I-O REGISTER-FILE
000133     END-IF.
000134     IF WS-REGISTER-STATUS = "00"
000135         MOVE 'Y' TO WS-OPENED
000136     ELSE
000137         MOVE 'E' TO RESULT
000138     END-IF.
000139
000140 open-register-lecture.
000141* Consultation seule : un rapport ne doit jamais creer un registre
000142* vide a la place du vrai.
000143     IF WS-OPENED = 'Y'
000144         CONTINUE
000145     ELSE
000146         OPEN INPUT REGISTER-FILE
000147         IF WS-REGISTER-STATUS = "00"
000148             MOVE 'Y' TO WS-OPENED
000149         ELSE
000150             MOVE 'E' TO RESULT
000151         END-IF
000152     END-IF.
000153
000154 note-envoi.
000155     IF WS-OPENED NOT = 'Y'
000156         MOVE 'E' TO RESULT
000157     ELSE
000158         MOVE CODE-STR TO ENVOI-CODE
000159         READ REGISTER-FILE
000160             INVALID KEY PERFORM create-envoi-rec
000161             NOT INVALID KEY MOVE 'I' TO RESULT
000162         END-READ
000163     END-IF.
000164
000165 create-envoi-rec.
000166     MOVE CODE-STR TO ENVOI-CODE.
000167     MOVE DATE-ENVOI TO ENVOI-DATE.
000168     MOVE GENERATION TO ENVOI-GENERATION.
000169     MOVE 'N' TO ENVOI-ACK.
000170     MOVE 0 TO ENVOI-ACK-DATE.
000171     MOVE SPACES TO ENVOI-MOTIF.
000172     MOVE 0 TO ENVOI-TENTATIVES.
000173     MOVE 0 TO ENVOI-RENVOI.
000174     MOVE INFO-DEST TO ENVOI-DEST.
000175     WRITE ENVOI-REC
000176         INVALID KEY MOVE 'E' TO RESULT
000177         NOT INVALID KEY MOVE 'N' TO RESULT
000178     END-WRITE.
000179
000180 note-accuse.
000181     IF WS-OPENED NOT = 'Y'
000182         MOVE 'E' TO RESULT
000183     ELSE
000184         MOVE CODE-STR TO ENVOI-CODE
000185         READ REGISTER-FILE
000186             INVALID KEY MOVE 'A' TO RESULT
000187             NOT INVALID KEY
000188                 MOVE ACK-FLAG TO ENVOI-ACK
000189                 MOVE ACK-DATE TO ENVOI-ACK-DATE
000190* Un acquittement efface le motif d'un rejet precedent ; la
000191* cloture d'un rejet (D ou X) sans motif garde celui du rejet.
000192                 IF ACK-FLAG = 'A' OR INFO-MOTIF NOT = SPACES
000193                     MOVE INFO-MOTIF TO ENVOI-MOTIF
000194                 END-IF
000195                 REWRITE ENVOI-REC
000196                     INVALID KEY MOVE 'E' TO RESULT
000197                     NOT INVALID KEY MOVE 'T' TO RESULT
000198                 END-REWRITE
000199         END-READ
000200     END-IF.
000201
000202 note-renvoi.
000203* Le code repart vers le provisioning : il redevient un envoi
000204* ouvert, date du renvoi, sans effacer sa date d'envoi d'origine
000205* ni le motif du rejet qui l'a provoque.
000206     IF WS-OPENED NOT = 'Y'
000207         MOVE 'E' TO RESULT
000208     ELSE
000209         MOVE CODE-STR TO ENVOI-CODE
000210         READ REGISTER-FILE
000211             INVALID KEY MOVE 'A' TO RESULT
000212             NOT INVALID KEY
000213                 MOVE 'N' TO ENVOI-ACK
000214                 MOVE 0 TO ENVOI-ACK-DATE
000215                 MOVE GENERATION TO ENVOI-GENERATION
000216                 MOVE DATE-ENVOI TO ENVOI-RENVOI
000217                 IF ENVOI-TENTATIVES < 99
000218                     ADD 1 TO ENVOI-TENTATIVES
000219                 END-IF
000220                 PERFORM render-info
000221                 REWRITE ENVOI-REC
000222                     INVALID KEY MOVE 'E' TO RESULT
000223                     NOT INVALID KEY MOVE 'T' TO RESULT
000224                 END-REWRITE
000225         END-READ
000226     END-IF.
000227
000228 read-envoi.
000229     IF WS-OPENED NOT = 'Y'
000230         MOVE 'E' TO RESULT
000231     ELSE
000232         MOVE CODE-STR TO ENVOI-CODE
000233         READ REGISTER-FILE
000234             INVALID KEY MOVE 'A' TO RESULT
000235             NOT INVALID KEY
000236                 MOVE ENVOI-DATE TO DATE-ENVOI
000237                 MOVE ENVOI-GENERATION TO GENERATION
000238                 MOVE ENVOI-ACK TO ACK-FLAG
000239                 MOVE ENVOI-ACK-DATE TO ACK-DATE
000240                 PERFORM render-info
000241                 MOVE 'T' TO RESULT
000242         END-READ
000243     END-IF.
000244
000245 start-balayage.
000246     IF WS-OPENED NOT = 'Y'
000247         MOVE 'E' TO RESULT
000248     ELSE
000249         MOVE LOW-VALUES TO ENVOI-CODE
000250         START REGISTER-FILE KEY >= ENVOI-CODE
000251             INVALID KEY MOVE 'F' TO RESULT
000252             NOT INVALID KEY MOVE 'T' TO RESULT
000253         END-START
000254     END-IF.
000255
000256 read-suivant.
000257     IF WS-OPENED NOT = 'Y'
000258         MOVE 'E' TO RESULT
000259     ELSE
000260         READ REGISTER-FILE NEXT
000261             AT END MOVE 'F' TO RESULT
000262             NOT AT END
000263                 MOVE ENVOI-CODE TO CODE-STR
000264                 MOVE ENVOI-DATE TO DATE-ENVOI
000265                 MOVE ENVOI-GENERATION TO GENERATION
000266                 MOVE ENVOI-ACK TO ACK-FLAG
000267                 MOVE ENVOI-ACK-DATE TO ACK-DATE
000268                 PERFORM render-info
000269                 MOVE 'T' TO RESULT
000270         END-READ
000271     END-IF.
000272
000273 render-info.
000274     MOVE ENVOI-MOTIF TO INFO-MOTIF.
000275     MOVE ENVOI-TENTATIVES TO INFO-TENTATIVES.
000276     MOVE ENVOI-RENVOI TO INFO-RENVOI.
000277     MOVE ENVOI-DEST TO INFO-DEST.
