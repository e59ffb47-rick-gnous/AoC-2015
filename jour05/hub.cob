000001 IDENTIFICATION DIVISION.
000002   PROGRAM-ID. hub.
000003
000004* Moteur de scoring commun : les trois jeux de regles (parse-prem,
000005* parse-deux, parse-trois) et leur pre-controle, compiles a part
000006* et appeles par jour-cinq pour les passages de nuit et par
000007* requalification pour rejouer le fichier maitre, de sorte que
000008* les deux programmes notent toujours un code de la meme facon.
000009* Les parametres de la partie 1 (paires interdites, seuil de
000010* voyelles, double exige) sont ceux de la version de regles
000011* chargee par l'appelant via regles-io.
000012* hub : exécute les 3 jeux de regles et prepare l'audit
000013* STR : la chaine à passer en paramètre aux jeux de regles
000014* NB-PREM/NB-DEUX/NB-TROIS : (REFERENCE) nombre de bonnes chaines
000015* Ces compteurs seront incrémentés. PREM-FLAG/DEUX-FLAG/TROIS-FLAG
000016* et MATCHED-PAIR/MATCHED-GAP-CHAR sont renvoyes a l'appelant, qui
000017* est seul proprietaire de AUDIT-FILE/DUAL-FILE (ouverts/fermes une
000018* seule fois par main, pas a chaque enregistrement).
000019
000020 DATA DIVISION.
000021   WORKING-STORAGE SECTION.
000022     77 WS-PREM-BEFORE PIC 9(6).
000023     77 WS-DEUX-BEFORE PIC 9(6).
000024     77 WS-TROIS-BEFORE PIC 9(6).
000025     77 WS-CHK-CHAR PIC A.
000026         88 LOWER-ALPHA VALUE "a" THRU "z".
000027     77 WS-CHK-IDX PIC 99.
000028     77 WS-INVALID-CHAR PIC X VALUE 'N'.
000029
000030   LINKAGE SECTION.
000031     77 STR PIC A(20).
000032     77 RULESET PIC X(4).
000033     77 NB-PREM PIC 9(6).
000034     77 NB-DEUX PIC 9(6).
000035     77 REJ-VOYELLES PIC 9(6).
000036     77 REJ-PAIRE-INTERDITE PIC 9(6).
000037     77 REJ-SANS-DOUBLE PIC 9(6).
000038     77 REJ-SANS-ENTRE-DEUX PIC 9(6).
000039     77 REJ-SANS-PAIRE PIC 9(6).
000040     77 NB-TROIS PIC 9(6).
000041     77 REJ-TROIS PIC 9(6).
000042     77 REJ-CARACTERES PIC 9(6).
000043     77 INVALID-CONTENT PIC X.
000044     77 VOWELS PIC X(6).
000045     77 PREM-FLAG PIC X.
000046     77 DEUX-FLAG PIC X.
000047     77 TROIS-FLAG PIC X.
000048     77 MATCHED-PAIR PIC AA.
000049     77 MATCHED-GAP-CHAR PIC A.
000050* Detail des criteres pour les statistiques de rejet : paire
000051* interdite rencontree, nombre de voyelles et presence d'un double
000052* (partie 1), triplet et nombre de voyelles (partie 3).
000053     77 BAD-PAIR PIC AA.
000054     77 P1-VOWEL-COUNT PIC 99.
000055     77 P1-DOUBLE PIC X.
000056     77 P3-TRIPLET PIC X.
000057     77 P3-VOWEL-COUNT PIC 99.
000058* STR-LEN : longueur reelle du code (WS-REC-LEN de l'appelant),
000059* les positions au-dela etant des blancs dans STR.
000060     77 STR-LEN PIC 99.
000061* Parametres de la version de regles active (table des regles
000062* versionnee chargee par l'appelant) : paires interdites, seuil
000063* de voyelles, double exige ; transmis tels quels a parse-prem.
000064     01 RULE-PAIRS.
000065       05 RULE-PAIR PIC XX OCCURS 8 TIMES.
000066     77 RULE-NB-PAIRS PIC 9.
000067     77 RULE-MIN-VOY PIC 99.
000068     77 RULE-DOUBLE PIC X.
000069
000070 PROCEDURE DIVISION USING STR, RULESET, NB-PREM, NB-DEUX,
000071     NB-TROIS, REJ-VOYELLES, REJ-PAIRE-INTERDITE, REJ-SANS-DOUBLE,
000072     REJ-SANS-ENTRE-DEUX, REJ-SANS-PAIRE, REJ-TROIS,
000073     REJ-CARACTERES, INVALID-CONTENT, VOWELS, PREM-FLAG,
000074     DEUX-FLAG, TROIS-FLAG, MATCHED-PAIR, MATCHED-GAP-CHAR,
000075     BAD-PAIR, P1-VOWEL-COUNT, P1-DOUBLE, P3-TRIPLET,
000076     P3-VOWEL-COUNT, STR-LEN, RULE-PAIRS, RULE-NB-PAIRS,
000077     RULE-MIN-VOY, RULE-DOUBLE.
000078 route.
000079* Pre-controle : toute chaine contenant un caractere hors a-z est
000080* rejetee avant scoring, sans appeler aucun des 3 jeux de regles.
000081     MOVE 'N' TO WS-INVALID-CHAR.
000082     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
000083             UNTIL WS-CHK-IDX > STR-LEN
000084         MOVE STR(WS-CHK-IDX:1) TO WS-CHK-CHAR
000085         IF NOT LOWER-ALPHA
000086             MOVE 'Y' TO WS-INVALID-CHAR
000087         END-IF
000088     END-PERFORM.
000089* PREM-FLAG/DEUX-FLAG/TROIS-FLAG/MATCHED-PAIR/MATCHED-GAP-CHAR sont
000090* toujours reinitialises ici, sur les deux branches, pour ne jamais
000091* renvoyer a l'appelant une valeur laissee par l'enregistrement
000092* precedent.
000093     MOVE SPACES TO MATCHED-PAIR.
000094     MOVE SPACE TO MATCHED-GAP-CHAR.
000095     MOVE 'N' TO PREM-FLAG.
000096     MOVE 'N' TO DEUX-FLAG.
000097     MOVE 'N' TO TROIS-FLAG.
000098     MOVE SPACES TO BAD-PAIR.
000099     MOVE 0 TO P1-VOWEL-COUNT.
000100     MOVE 'N' TO P1-DOUBLE.
000101     MOVE 'N' TO P3-TRIPLET.
000102     MOVE 0 TO P3-VOWEL-COUNT.
000103     IF WS-INVALID-CHAR = 'Y' THEN
000104         ADD 1 TO REJ-CARACTERES
000105         MOVE 'Y' TO INVALID-CONTENT
000106     ELSE
000107     MOVE 'N' TO INVALID-CONTENT
000108     MOVE NB-PREM TO WS-PREM-BEFORE
000109     MOVE NB-DEUX TO WS-DEUX-BEFORE
000110     MOVE NB-TROIS TO WS-TROIS-BEFORE
000111     IF RULESET = "1" OR RULESET = "ALL" THEN
000112     CALL "parse-prem" USING
000113     BY CONTENT STR,
000114     BY REFERENCE NB-PREM
000115     BY REFERENCE REJ-VOYELLES
000116     BY REFERENCE REJ-PAIRE-INTERDITE
000117     BY REFERENCE REJ-SANS-DOUBLE
000118     BY CONTENT VOWELS
000119     BY REFERENCE BAD-PAIR
000120     BY REFERENCE P1-VOWEL-COUNT
000121     BY REFERENCE P1-DOUBLE
000122     BY CONTENT STR-LEN
000123     BY CONTENT RULE-PAIRS
000124     BY CONTENT RULE-NB-PAIRS
000125     BY CONTENT RULE-MIN-VOY
000126     BY CONTENT RULE-DOUBLE
000127     END-CALL
000128     END-IF
000129
000130     IF RULESET = "2" OR RULESET = "ALL" THEN
000131     CALL "parse-deux" USING
000132     BY CONTENT STR,
000133     BY REFERENCE NB-DEUX
000134     BY REFERENCE REJ-SANS-ENTRE-DEUX
000135     BY REFERENCE REJ-SANS-PAIRE
000136     BY REFERENCE MATCHED-PAIR
000137     BY REFERENCE MATCHED-GAP-CHAR
000138     BY CONTENT STR-LEN
000139     END-CALL
000140     END-IF
000141
000142     IF RULESET = "3" OR RULESET = "ALL" THEN
000143     CALL "parse-trois" USING
000144     BY CONTENT STR,
000145     BY REFERENCE NB-TROIS
000146     BY REFERENCE REJ-TROIS
000147     BY REFERENCE P3-TRIPLET
000148     BY REFERENCE P3-VOWEL-COUNT
000149     BY CONTENT STR-LEN
000150     END-CALL
000151     END-IF
000152
000153     IF NB-PREM > WS-PREM-BEFORE THEN
000154         MOVE 'Y' TO PREM-FLAG
000155     END-IF
000156     IF NB-DEUX > WS-DEUX-BEFORE THEN
000157         MOVE 'Y' TO DEUX-FLAG
000158     END-IF
000159     IF NB-TROIS > WS-TROIS-BEFORE THEN
000160         MOVE 'Y' TO TROIS-FLAG
000161     END-IF
000162     END-IF.
000163 EXIT PROGRAM.
000164
000165******************************************************************
000166* parse-prem : parse la chaine de caractères pour voir le nombre de
000167* bonnes chaines pour la partie 1. Prend en paramètres 2 arguments :
000168* STR : chaine de caractères de taille 17 à analyser.
000169* NB  : (REFERENCE) le nombre de bonnes chaines. Sera incrémenter.
000170*****************************************************************
000171
000172 IDENTIFICATION DIVISION.
000173 PROGRAM-ID. parse-prem.
000174
000175 DATA DIVISION.
000176   WORKING-STORAGE SECTION.
000177     77 CHAR PIC A.
000178     77 J PIC 9.
000179     77 K PIC 9.
000180     77 I PIC 99.
000181     77 NB-VOY PIC 99.
000182     77 PRED PIC A.
000183* TMP forme la paire courante, confrontee a la liste des paires
000184* interdites de la version de regles active (plus de constantes
000185* en dur).
000186     77 TMP PIC AA.
000187     77 BAD-FLAG PIC X.
000188     77 DOUBLE-OK PIC X.
000189     77 BAD-SAVED PIC AA.
000190     77 DOUBLE-FLAG PIC X.
000191     77 VOY-FLAG PIC X.
000192         88 VOY VALUE 'Y'.
000193
000194*****************************************************************
000195* NB-VOY contient le nombre de voyelles
000196* PRED le caractère précédent
000197* TMP forme la chaine contenant le caractère précédent et courant
000198* BAD les mauvaises formes de chaines
000199* DOUBLE-FLAG est mit à Y lorsque CHAR = PRED
000200*
000201* LINKAGE SECTION contient les paramètres du programme parse-str
000202*****************************************************************
000203
000204   LINKAGE SECTION.
000205     77 STR PIC A(20).
000206     77 NB PIC 9(6).
000207     77 REJ-VOYELLES PIC 9(6).
000208     77 REJ-PAIRE-INTERDITE PIC 9(6).
000209     77 REJ-SANS-DOUBLE PIC 9(6).
000210     77 VOWELS PIC X(6).
000211     77 BAD-PAIR PIC AA.
000212     77 VOWEL-COUNT PIC 99.
000213     77 DOUBLE-FOUND PIC X.
000214     77 STR-LEN PIC 99.
000215     01 RULE-PAIRS.
000216       05 RULE-PAIR PIC XX OCCURS 8 TIMES.
000217     77 RULE-NB-PAIRS PIC 9.
000218     77 RULE-MIN-VOY PIC 99.
000219     77 RULE-DOUBLE PIC X.
000220
000221 PROCEDURE DIVISION USING STR, NB, REJ-VOYELLES,
000222     REJ-PAIRE-INTERDITE, REJ-SANS-DOUBLE, VOWELS,
000223     BAD-PAIR, VOWEL-COUNT, DOUBLE-FOUND, STR-LEN,
000224     RULE-PAIRS, RULE-NB-PAIRS, RULE-MIN-VOY, RULE-DOUBLE.
000225 parse-rec.
000226     MOVE 0 TO NB-VOY.
000227     MOVE 'N' TO DOUBLE-FLAG.
000228     MOVE 'N' TO BAD-FLAG.
000229     MOVE SPACES TO BAD-SAVED.
000230* La premiere paire interdite rencontree est memorisee mais le
000231* parcours continue jusqu'au bout : le nombre de voyelles et la
000232* presence d'un double sont ainsi connus dans tous les cas, pour
000233* les statistiques de rejet et la liste des quasi-admis. Les
000234* compteurs de rejet sont inchanges, la paire interdite gardant
000235* la priorite dans le verdict.
000236* Le parcours s'arrete comme avant a l'avant-derniere position
000237* incluse (l'ancien END-P valait la longueur fixe) : le passage a
000238* la longueur variable ne change pas le verdict des codes de 17.
000239     PERFORM VARYING I FROM 1 BY 1 UNTIL I >= STR-LEN
000240         MOVE STR(I:1) TO CHAR
000241         MOVE 'N' TO VOY-FLAG
000242         PERFORM VARYING J FROM 1 BY 1 UNTIL J > 6
000243             IF CHAR = VOWELS(J:1) THEN
000244                 MOVE 'Y' TO VOY-FLAG
000245             END-IF
000246         END-PERFORM
000247         IF VOY THEN
000248             ADD 1 TO NB-VOY END-ADD
000249         END-IF
000250         IF I >= 2
000251             THEN
000252                 STRING PRED CHAR INTO TMP END-STRING
000253                 PERFORM VARYING K FROM 1 BY 1
000254                         UNTIL K > RULE-NB-PAIRS
000255                     IF TMP = RULE-PAIR(K)
000256                             AND BAD-FLAG = 'N' THEN
000257                         MOVE 'Y' TO BAD-FLAG
000258                         MOVE TMP TO BAD-SAVED
000259                     END-IF
000260                 END-PERFORM
000261                 IF PRED = CHAR THEN
000262                     MOVE 'Y' TO DOUBLE-FLAG
000263                 END-IF
000264         END-IF
000265         MOVE CHAR TO PRED
000266     END-PERFORM.
000267     MOVE BAD-SAVED TO BAD-PAIR.
000268     MOVE NB-VOY TO VOWEL-COUNT.
000269     MOVE DOUBLE-FLAG TO DOUBLE-FOUND.
000270* Le double n'est exige que si la version de regles active le
000271* demande ; hors exigence, le critere est repute satisfait.
000272     MOVE DOUBLE-FLAG TO DOUBLE-OK.
000273     IF RULE-DOUBLE NOT = 'Y'
000274         MOVE 'Y' TO DOUBLE-OK
000275     END-IF.
000276     IF BAD-FLAG = 'N' AND NB-VOY >= RULE-MIN-VOY
000277             AND DOUBLE-OK = 'Y'
000278         THEN
000279         ADD 1 TO NB END-ADD
000280     ELSE
000281         IF BAD-FLAG = 'Y' THEN
000282             ADD 1 TO REJ-PAIRE-INTERDITE
000283         ELSE
000284             IF NB-VOY < RULE-MIN-VOY THEN
000285                 ADD 1 TO REJ-VOYELLES
000286             ELSE
000287                 ADD 1 TO REJ-SANS-DOUBLE
000288             END-IF
000289         END-IF
000290     END-IF.
000291     EXIT PROGRAM.
000292 END PROGRAM parse-prem.
000293
000294******************************************************************
000295* parse-deux : parse la chaine de caractères pour voir le nombre de
000296* bonnes chaines pour la partie 2. Prend en paramètres 2 arguments :
000297* STR : chaine de caractères de taille 17 à analyser.
000298* NB  : (REFERENCE) le nombre de bonnes chaines. Sera incrémenter.
000299*****************************************************************
000300
000301 IDENTIFICATION DIVISION.
000302   PROGRAM-ID. parse-deux.
000303
000304 DATA DIVISION.
000305   WORKING-STORAGE SECTION.
000306     77 CHAR PIC A.
000307     77 I PIC 99.
000308     77 J PIC 99.
000309     77 K PIC 99.
000310     77 PRED PIC A.
000311     77 MYNEW PIC A.
000312     77 DOUBLE-CHAR PIC AA.
000313     77 DOUBLE-CHAR-NEXT PIC AA.
000314     77 BETWEEN-FLAG PIC X.
000315     77 DOUBLE-FLAG PIC X.
000316
000317******************************************************************
000318* PRED le caractère précédent
000319* MYNEW le caractère suivant
000320* DOUBLE-CHAR la paire à vérifier
000321* DOUBLE-CHAR-NEXT les paires suivantes
000322* DOUBLE-FLAG est mit à Y lorsque 2 pairs sont trouvées
000323* BETWEEN-FLAG est mit à Y lorsque 2 memes lettres en encadrent une
000324******************************************************************
000325
000326   LINKAGE SECTION.
000327     77 STR PIC A(20).
000328     77 NB PIC 9(6).
000329     77 REJ-SANS-ENTRE-DEUX PIC 9(6).
000330     77 REJ-SANS-PAIRE PIC 9(6).
000331     77 MATCHED-PAIR PIC AA.
000332     77 MATCHED-GAP-CHAR PIC A.
000333
000334     77 STR-LEN PIC 99.
000335
000336 PROCEDURE DIVISION USING STR, NB, REJ-SANS-ENTRE-DEUX,
000337     REJ-SANS-PAIRE, MATCHED-PAIR, MATCHED-GAP-CHAR, STR-LEN.
000338 deuxieme-part.
000339     MOVE 'N' TO BETWEEN-FLAG.
000340     MOVE 'N' TO DOUBLE-FLAG.
000341     MOVE SPACES TO MATCHED-PAIR.
000342     MOVE SPACE TO MATCHED-GAP-CHAR.
000343* Les bornes reprennent a l'identique celles de l'ancienne version
000344* a longueur fixe (STR-LEN remplace simplement le 17 et le 16
000345* d'origine), pour que le verdict des codes de 17 ne bouge pas.
000346     PERFORM VARYING I FROM 1 BY 1 UNTIL I >= STR-LEN
000347         COMPUTE J = I + 1 END-COMPUTE
000348         MOVE STR(I:1) TO CHAR
000349         IF I > 1 AND I < (STR-LEN - 1) THEN
000350             MOVE STR(J:1) TO MYNEW
000351             IF PRED = MYNEW AND BETWEEN-FLAG = 'N' THEN
000352                 MOVE 'Y' TO BETWEEN-FLAG
000353* Le caractere encadre (l'ecart) est celui en position I, deja
000354* charge dans CHAR ; PRED/MYNEW sont les deux caracteres identiques
000355* qui l'encadrent en I-1/I+1, pas l'ecart lui-meme.
000356                 MOVE CHAR TO MATCHED-GAP-CHAR
000357             END-IF
000358         END-IF
000359
000360         IF I < (STR-LEN - 2) AND DOUBLE-FLAG = 'N' THEN
000361             MOVE STR(I:2) TO DOUBLE-CHAR
000362             ADD 1 TO J END-ADD
000363             PERFORM VARYING K FROM J BY 1
000364                     UNTIL K >= (STR-LEN - 1)
000365                 MOVE STR(K:2) TO DOUBLE-CHAR-NEXT
000366                 IF DOUBLE-CHAR = DOUBLE-CHAR-NEXT
000367                         AND DOUBLE-FLAG = 'N' THEN
000368                     MOVE 'Y' TO DOUBLE-FLAG
000369                     MOVE DOUBLE-CHAR TO MATCHED-PAIR
000370                 END-IF
000371             END-PERFORM
000372         END-IF
000373         MOVE CHAR TO PRED
000374     END-PERFORM.
000375
000376     IF BETWEEN-FLAG = 'Y' AND DOUBLE-FLAG = 'Y'
000377         THEN
000378             ADD 1 TO NB END-ADD
000379     ELSE
000380         IF BETWEEN-FLAG NOT = 'Y' THEN
000381             ADD 1 TO REJ-SANS-ENTRE-DEUX
000382         ELSE
000383             ADD 1 TO REJ-SANS-PAIRE
000384         END-IF
000385     END-IF.
000386     EXIT PROGRAM.
000387 END PROGRAM parse-deux.
000388
000389******************************************************************
000390* parse-trois : troisieme jeu de regles, en attendant la spec
000391* definitive de l'equipe d'emission des codes. Regle provisoire :
000392* pas de triplet de caracteres identiques consecutifs, et au moins
000393* 2 voyelles dans la chaine. STR : la chaine a analyser.
000394* NB  : (REFERENCE) nombre de bonnes chaines. Sera incrementer.
000395* REJ-TROIS : (REFERENCE) nombre de chaines rejetees par la regle.
000396******************************************************************
000397
000398 IDENTIFICATION DIVISION.
000399 PROGRAM-ID. parse-trois.
000400
000401 DATA DIVISION.
000402   WORKING-STORAGE SECTION.
000403     77 CHAR PIC A.
000404         88 VOY VALUE 'a','e','i','o','u'.
000405     77 I PIC 99.
000406     77 NB-VOY PIC 99.
000407     77 PRED PIC A.
000408     77 PRED2 PIC A.
000409     77 TRIPLET-FLAG PIC X.
000410
000411   LINKAGE SECTION.
000412     77 STR PIC A(20).
000413     77 NB PIC 9(6).
000414     77 REJ-TROIS PIC 9(6).
000415     77 TRIPLET-FOUND PIC X.
000416     77 VOWEL-COUNT PIC 99.
000417
000418     77 STR-LEN PIC 99.
000419
000420 PROCEDURE DIVISION USING STR, NB, REJ-TROIS,
000421     TRIPLET-FOUND, VOWEL-COUNT, STR-LEN.
000422 troisieme-part.
000423     MOVE 0 TO NB-VOY.
000424     MOVE 'N' TO TRIPLET-FLAG.
000425* Meme borne que l'ancienne version a longueur fixe (l'ancien
000426* END-P valait la longueur) : le verdict des codes de 17 ne
000427* change pas avec le passage a la longueur variable.
000428     PERFORM VARYING I FROM 1 BY 1 UNTIL I >= STR-LEN
000429         MOVE STR(I:1) TO CHAR
000430         IF VOY THEN
000431             ADD 1 TO NB-VOY END-ADD
000432         END-IF
000433         IF I >= 3 AND CHAR = PRED AND PRED = PRED2 THEN
000434             MOVE 'Y' TO TRIPLET-FLAG
000435         END-IF
000436         MOVE PRED TO PRED2
000437         MOVE CHAR TO PRED
000438     END-PERFORM.
000439     MOVE TRIPLET-FLAG TO TRIPLET-FOUND.
000440     MOVE NB-VOY TO VOWEL-COUNT.
000441     IF TRIPLET-FLAG NOT = 'Y' AND NB-VOY >= 2 THEN
000442         ADD 1 TO NB
000443     ELSE
000444         ADD 1 TO REJ-TROIS
000445     END-IF.
000446     EXIT PROGRAM.
000447 END PROGRAM parse-trois.
000448
000449 END PROGRAM hub.
