000003
000004* Acces au fichier maitre des codes (master.dat, indexe sur la
000005* chaine du code, longueur variable cadree a gauche sur 20) :
000006* premiere et derniere vue, derniers verdicts Partie 1/2/3,
000007* indicateur d'envoi dual (Y deja envoye, R rejete definitivement
000008* ou abandonne par le provisioning), nombre de passages ou le
000009* code a ete vu, version des regles de scoring qui a produit les
000010* verdicts (blanc pour un code anterieur a l'estampille : version
000011* inconnue). Toute l'organisation indexee
000012* est isolee ici pour que les programmes de la suite n'aient
000013* qu'une interface a actions :
000014*   ACTION 'O' : ouverture en mise a jour (creation au premier
000015*                passage)
000016*   ACTION 'C' : ouverture en consultation seule (pas de creation
000017*                ni de mise a jour - fichier absent : RESULT 'E')
000018*   ACTION 'U' : mise a jour d'un code apres scoring (version des
000019*                regles dans INFO 23-30)
000020*   ACTION 'L' : lecture d'un code - verdicts memorises dans
000021*                CUR-FLAGS, envoi dual dans DUAL-FLAG, premiere
000022*                vue / derniere vue / nombre de vues / version des
000023*                regles dans INFO (8 + 8 + 6 chiffres + 8)
000024*   ACTION 'P' : positionnement sur la premiere cle >= CODE-STR,
000025*                pour une recherche par prefixe
000026*   ACTION 'N' : lecture du code suivant du positionnement, cle
000027*                rendue dans CODE-STR
000028*   ACTION 'R' : rejet definitif d'un code envoye : l'indicateur
000029*                d'envoi dual passe a R (RESULT 'T', ou 'A' si le
000030*                code est absent du maitre)
000031*   ACTION 'Q' : requalification d'un code sous la version de
000032*                regles passee dans INFO 23-30 : les verdicts des
000033*                jeux executes et la version sont remplaces, sans
000034*                compter de vue ni toucher a l'envoi dual (RESULT
000035*                'C' change, 'I' inchange, 'A' absent)
000036*   ACTION 'F' : fermeture
000037* RESULT rend le sort de l'action : pour 'U' et 'Q', 'N' nouveau,
000038* 'I' revu inchange, 'C' verdict change ; pour les lectures, 'T'
000039* trouve, 'A' absent, 'F' fin de balayage ; 'E' fichier maitre
000040* indisponible.
000041* Seuls les jeux de regles reellement executes (RAN-FLAGS)
000042* participent a la comparaison et remplacent le verdict
000043* memorise ; OLD-FLAGS rend les verdicts precedents pour la ligne
000044* CHANGEMENT du rapport.
000045
000046 ENVIRONMENT DIVISION.
000047    INPUT-OUTPUT SECTION.
000048    FILE-CONTROL.
000049         SELECT MASTER-FILE ASSIGN TO "master.dat"
000050         ORGANIZATION INDEXED
000051         ACCESS DYNAMIC
000052         RECORD KEY MASTER-CODE
000053         FILE STATUS IS WS-MASTER-STATUS.
000054
000055 DATA DIVISION.
000056   FILE SECTION.
000057   FD MASTER-FILE.
000058     01 MASTER-REC.
000059       02 MASTER-CODE PIC X(20).
000060       02 MASTER-FIRST-SEEN PIC 9(8).
000061       02 MASTER-LAST-SEEN PIC 9(8).
000062       02 MASTER-PREM PIC X.
000063       02 MASTER-DEUX PIC X.
000064       02 MASTER-TROIS PIC X.
000065       02 MASTER-DUAL-SENT PIC X.
000066       02 MASTER-SEEN-COUNT PIC 9(6).
000067       02 MASTER-VERSION PIC X(8).
000068
000069   WORKING-STORAGE SECTION.
000070     77 WS-MASTER-STATUS PIC XX.
000071     77 WS-OPENED PIC X VALUE 'N'.
000072     77 WS-CHANGED PIC X.
000073
000074   LINKAGE SECTION.
000075     77 ACTION PIC X.
000076     77 CODE-STR PIC X(20).
000077     77 CUR-FLAGS PIC X(3).
000078     77 RAN-FLAGS PIC X(3).
000079     77 DUAL-FLAG PIC X.
000080     77 TODAY-DATE PIC 9(8).
000081     77 RESULT PIC X.
000082     77 OLD-FLAGS PIC X(3).
000083* INFO : premiere vue (1-8), derniere vue (9-16), nombre de vues
000084* (17-22), rendus par les actions de lecture 'L' et 'N' ; version
000085* des regles (23-30), rendue par les lectures et fournie par
000086* l'appelant pour 'U' et 'Q'.
000087     77 INFO PIC X(30).
000088
000089 PROCEDURE DIVISION USING ACTION, CODE-STR, CUR-FLAGS,
000090     RAN-FLAGS, DUAL-FLAG, TODAY-DATE, RESULT, OLD-FLAGS, INFO.
000091 route.
000092     MOVE SPACE TO RESULT.
000093     IF ACTION = 'O'
000094         PERFORM open-master
000095     END-IF.
000096     IF ACTION = 'C'
000097         PERFORM open-master-lecture
000098     END-IF.
000099     IF ACTION = 'U'
000100         PERFORM update-master
000101     END-IF.
000102     IF ACTION = 'L'
000103         PERFORM read-master
000104     END-IF.
000105     IF ACTION = 'P'
000106         PERFORM start-master
000107     END-IF.
000108     IF ACTION = 'N'
000109         PERFORM read-master-next
000110     END-IF.
000111     IF ACTION = 'R'
000112         PERFORM reject-master
000113     END-IF.
000114     IF ACTION = 'Q'
000115         PERFORM requalify-master
000116     END-IF.
000117     IF ACTION = 'F'
000118         IF WS-OPENED = 'Y'
000119             CLOSE MASTER-FILE
000120             MOVE 'N' TO WS-OPENED
000121         END-IF
000122     END-IF.
000123 fin.
000124     EXIT PROGRAM.
000125
000126 open-master.
000127     OPEN I-O MASTER-FILE.
000128     IF WS-MASTER-STATUS = "35"
000129* Premier passage : le fichier maitre est cree vide puis rouvert
000130* en mise a jour.
000131         OPEN OUTPUT MASTER-FILE
000132         CLOSE MASTER-FILE
000133         OPEN I-O MASTER-FILE
000134     END-IF.
000135     IF WS-MASTER-STATUS = "00"
000136         MOVE 'Y' TO WS-OPENED
000137     ELSE
000138         MOVE 'E' TO RESULT
000139     END-IF.
000140
000141 open-master-lecture.
000142* Ouverture en consultation seule : une consultation ne doit
000143* jamais creer un fichier maitre vide a la place du vrai.
000144     OPEN INPUT MASTER-FILE.
000145     IF WS-MASTER-STATUS = "00"
000146         MOVE 'Y' TO WS-OPENED
000147     ELSE
000148         MOVE 'E' TO RESULT
000149     END-IF.
000150
000151 update-master.
000152     IF WS-OPENED NOT = 'Y'
000153         MOVE 'E' TO RESULT
000154     ELSE
000155         MOVE CODE-STR TO MASTER-CODE
000156         READ MASTER-FILE
000157             INVALID KEY PERFORM create-master-rec
000158             NOT INVALID KEY PERFORM rewrite-master-rec
000159         END-READ
000160     END-IF.
000161
000162 read-master.
000163     IF WS-OPENED NOT = 'Y'
000164         MOVE 'E' TO RESULT
000165     ELSE
000166         MOVE CODE-STR TO MASTER-CODE
000167         READ MASTER-FILE
000168             INVALID KEY MOVE 'A' TO RESULT
000169             NOT INVALID KEY PERFORM render-master-rec
000170         END-READ
000171     END-IF.
000172
000173 start-master.
000174     IF WS-OPENED NOT = 'Y'
000175         MOVE 'E' TO RESULT
000176     ELSE
000177         MOVE CODE-STR TO MASTER-CODE
000178         START MASTER-FILE KEY >= MASTER-CODE
000179             INVALID KEY MOVE 'F' TO RESULT
000180             NOT INVALID KEY MOVE 'T' TO RESULT
000181         END-START
000182     END-IF.
000183
000184 read-master-next.
000185     IF WS-OPENED NOT = 'Y'
000186         MOVE 'E' TO RESULT
000187     ELSE
000188         READ MASTER-FILE NEXT
000189             AT END MOVE 'F' TO RESULT
000190             NOT AT END
000191                 MOVE MASTER-CODE TO CODE-STR
000192                 PERFORM render-master-rec
000193         END-READ
000194     END-IF.
000195
000196 reject-master.
000197     IF WS-OPENED NOT = 'Y'
000198         MOVE 'E' TO RESULT
000199     ELSE
000200         MOVE CODE-STR TO MASTER-CODE
000201         READ MASTER-FILE
000202             INVALID KEY MOVE 'A' TO RESULT
000203             NOT INVALID KEY
000204                 MOVE 'R' TO MASTER-DUAL-SENT
000205                 REWRITE MASTER-REC
000206                     INVALID KEY MOVE 'E' TO RESULT
000207                     NOT INVALID KEY MOVE 'T' TO RESULT
000208                 END-REWRITE
000209         END-READ
000210     END-IF.
000211
000212 requalify-master.
000213* Requalification : seul le verdict change, le code n'a pas ete
000214* revu - premiere et derniere vue, nombre de vues et envoi dual
000215* restent ceux des passages.
000216     IF WS-OPENED NOT = 'Y'
000217         MOVE 'E' TO RESULT
000218     ELSE
000219         MOVE CODE-STR TO MASTER-CODE
000220         READ MASTER-FILE
000221             INVALID KEY MOVE 'A' TO RESULT
000222             NOT INVALID KEY PERFORM requalify-master-rec
000223         END-READ
000224     END-IF.
000225
000226 requalify-master-rec.
000227     MOVE MASTER-PREM TO OLD-FLAGS(1:1).
000228     MOVE MASTER-DEUX TO OLD-FLAGS(2:1).
000229     MOVE MASTER-TROIS TO OLD-FLAGS(3:1).
000230     PERFORM replace-verdicts.
000231     REWRITE MASTER-REC
000232         INVALID KEY MOVE 'E' TO RESULT
000233         NOT INVALID KEY
000234             IF WS-CHANGED = 'Y'
000235                 MOVE 'C' TO RESULT
000236             ELSE
000237                 MOVE 'I' TO RESULT
000238             END-IF
000239     END-REWRITE.
000240
000241 replace-verdicts.
000242* Remplace les verdicts des seuls jeux executes et note s'ils ont
000243* change ; la version n'est estampillee qu'avec la partie 1.
000244     MOVE 'N' TO WS-CHANGED.
000245     IF RAN-FLAGS(1:1) = 'Y'
000246         IF CUR-FLAGS(1:1) NOT = MASTER-PREM
000247             MOVE 'Y' TO WS-CHANGED
000248         END-IF
000249         MOVE CUR-FLAGS(1:1) TO MASTER-PREM
000250     END-IF.
000251     IF RAN-FLAGS(2:1) = 'Y'
000252         IF CUR-FLAGS(2:1) NOT = MASTER-DEUX
000253             MOVE 'Y' TO WS-CHANGED
000254         END-IF
000255         MOVE CUR-FLAGS(2:1) TO MASTER-DEUX
000256     END-IF.
000257     IF RAN-FLAGS(3:1) = 'Y'
000258         IF CUR-FLAGS(3:1) NOT = MASTER-TROIS
000259             MOVE 'Y' TO WS-CHANGED
000260         END-IF
000261         MOVE CUR-FLAGS(3:1) TO MASTER-TROIS
000262     END-IF.
000263     PERFORM stamp-version.
000264
000265 stamp-version.
000266* La version des regles ne gouverne que la partie 1 (paires
000267* interdites, voyelles, double) : elle n'est estampillee que
000268* lorsque la partie 1 a ete executee, les parties 2 et 3 ne
000269* dependant d'aucune version.
000270     IF RAN-FLAGS(1:1) = 'Y' AND INFO(23:8) NOT = SPACES
000271         MOVE INFO(23:8) TO MASTER-VERSION
000272     END-IF.
000273
000274 render-master-rec.
000275     MOVE MASTER-PREM TO CUR-FLAGS(1:1).
000276     MOVE MASTER-DEUX TO CUR-FLAGS(2:1).
000277     MOVE MASTER-TROIS TO CUR-FLAGS(3:1).
000278     MOVE MASTER-DUAL-SENT TO DUAL-FLAG.
000279     MOVE MASTER-FIRST-SEEN TO INFO(1:8).
000280     MOVE MASTER-LAST-SEEN TO INFO(9:8).
000281     MOVE MASTER-SEEN-COUNT TO INFO(17:6).
000282     MOVE MASTER-VERSION TO INFO(23:8).
000283     MOVE 'T' TO RESULT.
000284
000285 create-master-rec.
000286     MOVE CODE-STR TO MASTER-CODE.
000287     MOVE TODAY-DATE TO MASTER-FIRST-SEEN.
000288     MOVE TODAY-DATE TO MASTER-LAST-SEEN.
000289* Un jeu de regles non execute ce jour n'a pas de verdict : il
000290* est memorise a N et sera complete par un passage ALL ulterieur.
000291     MOVE 'N' TO MASTER-PREM.
000292     MOVE 'N' TO MASTER-DEUX.
000293     MOVE 'N' TO MASTER-TROIS.
000294     IF RAN-FLAGS(1:1) = 'Y'
000295         MOVE CUR-FLAGS(1:1) TO MASTER-PREM
000296     END-IF.
000297     IF RAN-FLAGS(2:1) = 'Y'
000298         MOVE CUR-FLAGS(2:1) TO MASTER-DEUX
000299     END-IF.
000300     IF RAN-FLAGS(3:1) = 'Y'
000301         MOVE CUR-FLAGS(3:1) TO MASTER-TROIS
000302     END-IF.
000303     MOVE DUAL-FLAG TO MASTER-DUAL-SENT.
000304     MOVE 1 TO MASTER-SEEN-COUNT.
000305     MOVE SPACES TO MASTER-VERSION.
000306     PERFORM stamp-version.
000307     MOVE SPACES TO OLD-FLAGS.
000308     WRITE MASTER-REC
000309         INVALID KEY MOVE 'E' TO RESULT
000310         NOT INVALID KEY MOVE 'N' TO RESULT
000311     END-WRITE.
000312
000313 rewrite-master-rec.
000314     MOVE MASTER-PREM TO OLD-FLAGS(1:1).
000315     MOVE MASTER-DEUX TO OLD-FLAGS(2:1).
000316     MOVE MASTER-TROIS TO OLD-FLAGS(3:1).
000317     PERFORM replace-verdicts.
000318     MOVE TODAY-DATE TO MASTER-LAST-SEEN.
000319     ADD 1 TO MASTER-SEEN-COUNT.
000320* L'indicateur "deja envoye" ne redescend jamais : un code sorti
000321* un jour en dual-approved reste marque comme tel, et un rejet
000322* definitif du provisioning (R) n'est pas efface par un nouvel
000323* envoi.
000324     IF DUAL-FLAG = 'Y' AND MASTER-DUAL-SENT NOT = 'R'
000325         MOVE 'Y' TO MASTER-DUAL-SENT
000326     END-IF.
000327     REWRITE MASTER-REC
000328         INVALID KEY MOVE 'E' TO RESULT
000329         NOT INVALID KEY
000330             IF WS-CHANGED = 'Y'
000331                 MOVE 'C' TO RESULT
000332             ELSE
000333                 MOVE 'I' TO RESULT
000334             END-IF
000335     END-REWRITE.
