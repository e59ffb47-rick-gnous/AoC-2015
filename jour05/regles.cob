000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. regles-io.
000003
000004* Table des regles de scoring versionnee (regles.dat) : les
000005* parametres de la partie 1 - paires interdites, seuil de
000006* voyelles, double exige - sont des donnees a date d'effet, un
000007* mot-cle par ligne, * en colonne 1 pour un commentaire, chaque
000008* bloc ouvert par VERSION :
000009*   VERSION nom (8 caracteres au plus)
000010*   DATE-EFFET AAAAMMJJ
000011*   PAIRES ab,cd,pq,xy (huit paires de deux lettres a-z au plus)
000012*   SEUIL-VOYELLES n (0 a 20)
000013*   DOUBLE-REQUIS OUI / NON
000014* Un mot-cle absent d'un bloc garde la valeur interne historique.
000015* Le bloc dont la date d'effet est la plus recente sans depasser
000016* aujourd'hui est la version active ; a egalite de date, le
000017* dernier bloc du fichier l'emporte (une correction posee plus
000018* bas dans le fichier). Sans version en vigueur, les valeurs
000019* internes historiques s'appliquent sous le nom INTERNE.
000020* Le module est partage par jour-cinq et requalification, pour
000021* que la nuit et le rejeu du maitre lisent la table de la meme
000022* facon :
000023*   ACTION 'C' : chargement ; VERSION, DATE-EFFET, PAIRES,
000024*                NB-PAIRES, MIN-VOY et DOUBLE-REQ rendent la
000025*                version active. RESULT 'T' version en
000026*                vigueur adoptee, 'A' regles.dat absent, 'I'
000027*                aucune version en vigueur (regles internes
000028*                dans les deux cas), 'E' parametre(s)
000029*                invalide(s) : NB-ERRS en donne le nombre,
000030*                NB-LIGNES le numero de la premiere ligne
000031*                fautive
000032*   ACTION 'P' : premiere version en vigueur, puis
000033*   ACTION 'N' : version en vigueur suivante, avec ses
000034*                parametres dans les memes zones ; RESULT 'F'
000035*                en fin de liste. Une version presente en
000036*                plusieurs blocs garde le plus recent, comme
000037*                la version active ; 50 versions au plus sont
000038*                gardees.
000039* RESULT 'T' quand tout va bien.
000040
000041 ENVIRONMENT DIVISION.
000042    INPUT-OUTPUT SECTION.
000043    FILE-CONTROL.
000044         SELECT REGLES-FILE ASSIGN TO "regles.dat"
000045         ORGANIZATION LINE SEQUENTIAL
000046         FILE STATUS IS WS-REGLES-STATUS.
000047
000048 DATA DIVISION.
000049   FILE SECTION.
000050   FD REGLES-FILE.
000051     01 REGLES-LINE PIC X(80).
000052
000053   WORKING-STORAGE SECTION.
000054     77 WS-REGLES-STATUS PIC XX.
000055     77 WS-TODAY PIC 9(8) VALUE 0.
000056     77 WS-LIGNE-NO PIC 9(6) VALUE 0.
000057     77 WS-PARM-KEY PIC X(20).
000058     77 WS-PARM-VALUE PIC X(80).
000059     77 WS-PARM-WORK PIC X(80).
000060     77 WS-PARM-NUM-CHK PIC S9(4).
000061     77 WS-PARM-NUM PIC 9(6).
000062     77 WS-REGLE-IDX PIC 9.
000063     77 WS-CAND-VERSION PIC X(8).
000064     77 WS-CAND-DATE PIC 9(8).
000065     01 WS-CAND-PAIRES.
000066       05 WS-CAND-PAIRE PIC XX OCCURS 8 TIMES.
000067     77 WS-CAND-NB-PAIRES PIC 9.
000068     77 WS-CAND-MIN-VOY PIC 99.
000069     77 WS-CAND-DOUBLE PIC X.
000070     77 WS-CAND-ANY PIC X VALUE 'N'.
000071     77 WS-BEST-DATE PIC 9(8) VALUE 0.
000072     77 WS-ADOPTEE PIC X VALUE 'N'.
000073     01 WS-PAIRE-SPLIT.
000074       05 WS-PAIRE-TOK PIC X(4) OCCURS 8 TIMES.
000075     77 WS-PAIRE-CHK PIC XX.
000076* Versions en vigueur (date d'effet atteinte), rendues une a une
000077* par 'P' et 'N'.
000078     01 WS-VER-TABLE.
000079       05 WS-VER-ENTRY OCCURS 50 TIMES.
000080         10 WS-VER-NOM PIC X(8).
000081         10 WS-VER-DATE PIC 9(8).
000082         10 WS-VER-PAIRES PIC X(16).
000083         10 WS-VER-NB-PAIRES PIC 9.
000084         10 WS-VER-MIN-VOY PIC 99.
000085         10 WS-VER-DOUBLE PIC X.
000086     77 WS-VER-COUNT PIC 99 VALUE 0.
000087     77 WS-VER-IDX PIC 99.
000088     77 WS-VER-POS PIC 99.
000089     77 WS-VER-CUR PIC 99 VALUE 0.
000090
000091   LINKAGE SECTION.
000092     77 ACTION PIC X.
000093     77 VERSION PIC X(8).
000094     77 DATE-EFFET PIC 9(8).
000095     01 PAIRES.
000096       05 PAIRE PIC XX OCCURS 8 TIMES.
000097     77 NB-PAIRES PIC 9.
000098     77 MIN-VOY PIC 99.
000099     77 DOUBLE-REQ PIC X.
000100     77 NB-ERRS PIC 99.
000101     77 NB-LIGNES PIC 9(6).
000102     77 RESULT PIC X.
000103
000104 PROCEDURE DIVISION USING ACTION, VERSION, DATE-EFFET, PAIRES,
000105     NB-PAIRES, MIN-VOY, DOUBLE-REQ, NB-ERRS, NB-LIGNES, RESULT.
000106 route.
000107     MOVE 'T' TO RESULT.
000108     IF ACTION = 'C'
000109         PERFORM load-rule-table
000110     END-IF.
000111     IF ACTION = 'P'
000112         MOVE 0 TO WS-VER-CUR
000113         PERFORM next-rule-version
000114     END-IF.
000115     IF ACTION = 'N'
000116         PERFORM next-rule-version
000117     END-IF.
000118 fin.
000119     EXIT PROGRAM.
000120
000121 load-rule-table.
000122     PERFORM init-rule-defaults.
000123     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000124     MOVE 0 TO NB-ERRS.
000125     MOVE 0 TO NB-LIGNES.
000126     MOVE 0 TO WS-LIGNE-NO.
000127     MOVE 0 TO WS-BEST-DATE.
000128     MOVE 0 TO WS-VER-COUNT.
000129     MOVE 'N' TO WS-CAND-ANY.
000130     MOVE 'N' TO WS-ADOPTEE.
000131     OPEN INPUT REGLES-FILE.
000132     IF WS-REGLES-STATUS NOT = "00"
000133         MOVE 'A' TO RESULT
000134     ELSE
000135         PERFORM UNTIL WS-REGLES-STATUS NOT = "00"
000136             READ REGLES-FILE
000137             IF WS-REGLES-STATUS = "00"
000138                 ADD 1 TO WS-LIGNE-NO
000139                 IF REGLES-LINE NOT = SPACES
000140                         AND REGLES-LINE(1:1) NOT = "*"
000141                     MOVE SPACES TO WS-PARM-KEY
000142                     MOVE SPACES TO WS-PARM-VALUE
000143                     MOVE FUNCTION TRIM(REGLES-LINE LEADING)
000144                         TO WS-PARM-WORK
000145                     UNSTRING WS-PARM-WORK DELIMITED BY ALL " "
000146                         INTO WS-PARM-KEY WS-PARM-VALUE
000147                     END-UNSTRING
000148                     PERFORM apply-rule-parm
000149                 END-IF
000150             END-IF
000151         END-PERFORM
000152         CLOSE REGLES-FILE
000153         PERFORM consider-rule-version
000154         IF WS-ADOPTEE = 'N'
000155             MOVE 'I' TO RESULT
000156         END-IF
000157     END-IF.
000158     IF NB-ERRS > 0
000159         MOVE 'E' TO RESULT
000160     END-IF.
000161
000162 init-rule-defaults.
000163* Valeurs internes historiques de la partie 1, appliquees sans
000164* version en vigueur et servant de base a chaque bloc VERSION
000165* incomplet.
000166     MOVE SPACES TO PAIRES.
000167     MOVE "ab" TO PAIRE(1).
000168     MOVE "cd" TO PAIRE(2).
000169     MOVE "pq" TO PAIRE(3).
000170     MOVE "xy" TO PAIRE(4).
000171     MOVE 4 TO NB-PAIRES.
000172     MOVE 3 TO MIN-VOY.
000173     MOVE 'Y' TO DOUBLE-REQ.
000174     MOVE "INTERNE" TO VERSION.
000175     MOVE 0 TO DATE-EFFET.
000176
000177 init-cand-defaults.
000178     MOVE SPACES TO WS-CAND-PAIRES.
000179     MOVE "ab" TO WS-CAND-PAIRE(1).
000180     MOVE "cd" TO WS-CAND-PAIRE(2).
000181     MOVE "pq" TO WS-CAND-PAIRE(3).
000182     MOVE "xy" TO WS-CAND-PAIRE(4).
000183     MOVE 4 TO WS-CAND-NB-PAIRES.
000184     MOVE 3 TO WS-CAND-MIN-VOY.
000185     MOVE 'Y' TO WS-CAND-DOUBLE.
000186     MOVE 0 TO WS-CAND-DATE.
000187
000188 apply-rule-parm.
000189     COMPUTE WS-PARM-NUM-CHK =
000190         FUNCTION TEST-NUMVAL(WS-PARM-VALUE).
000191     IF WS-PARM-NUM-CHK = 0
000192         COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PARM-VALUE)
000193     ELSE
000194         MOVE 0 TO WS-PARM-NUM
000195     END-IF.
000196     EVALUATE WS-PARM-KEY
000197         WHEN "VERSION"
000198             PERFORM consider-rule-version
000199             PERFORM init-cand-defaults
000200             IF WS-PARM-VALUE = SPACES
000201                 PERFORM reject-rule-parm
000202             ELSE
000203                 MOVE 'Y' TO WS-CAND-ANY
000204                 MOVE WS-PARM-VALUE(1:8) TO WS-CAND-VERSION
000205             END-IF
000206         WHEN "DATE-EFFET"
000207             IF WS-CAND-ANY = 'Y'
000208                     AND WS-PARM-VALUE(1:8) IS NUMERIC
000209                     AND WS-PARM-VALUE(9:1) = SPACE
000210                 MOVE WS-PARM-VALUE(1:8) TO WS-CAND-DATE
000211             ELSE
000212                 PERFORM reject-rule-parm
000213             END-IF
000214         WHEN "PAIRES"
000215             IF WS-CAND-ANY = 'Y'
000216                 PERFORM parse-rule-pairs
000217             ELSE
000218                 PERFORM reject-rule-parm
000219             END-IF
000220         WHEN "SEUIL-VOYELLES"
000221             IF WS-CAND-ANY = 'Y' AND WS-PARM-NUM-CHK = 0
000222                     AND WS-PARM-NUM <= 20
000223                 MOVE WS-PARM-NUM TO WS-CAND-MIN-VOY
000224             ELSE
000225                 PERFORM reject-rule-parm
000226             END-IF
000227         WHEN "DOUBLE-REQUIS"
000228             EVALUATE TRUE
000229                 WHEN WS-CAND-ANY NOT = 'Y'
000230                     PERFORM reject-rule-parm
000231                 WHEN WS-PARM-VALUE = "OUI"
000232                     MOVE 'Y' TO WS-CAND-DOUBLE
000233                 WHEN WS-PARM-VALUE = "NON"
000234                     MOVE 'N' TO WS-CAND-DOUBLE
000235                 WHEN OTHER
000236                     PERFORM reject-rule-parm
000237             END-EVALUATE
000238         WHEN OTHER
000239             PERFORM reject-rule-parm
000240     END-EVALUATE.
000241
000242 parse-rule-pairs.
000243* Liste de paires separees par des virgules ("ab,cd,pq,xy"),
000244* chaque paire faisant exactement deux lettres a-z ; huit paires
000245* au plus.
000246     MOVE SPACES TO WS-PAIRE-SPLIT.
000247     UNSTRING WS-PARM-VALUE DELIMITED BY ","
000248         INTO WS-PAIRE-TOK(1) WS-PAIRE-TOK(2) WS-PAIRE-TOK(3)
000249              WS-PAIRE-TOK(4) WS-PAIRE-TOK(5) WS-PAIRE-TOK(6)
000250              WS-PAIRE-TOK(7) WS-PAIRE-TOK(8)
000251     END-UNSTRING.
000252     MOVE 0 TO WS-CAND-NB-PAIRES.
000253     MOVE SPACES TO WS-CAND-PAIRES.
000254     PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
000255             UNTIL WS-REGLE-IDX > 8
000256         IF WS-PAIRE-TOK(WS-REGLE-IDX) NOT = SPACES
000257             MOVE WS-PAIRE-TOK(WS-REGLE-IDX)(1:2)
000258                 TO WS-PAIRE-CHK
000259             IF WS-PAIRE-CHK(1:1) >= "a"
000260                     AND WS-PAIRE-CHK(1:1) <= "z"
000261                     AND WS-PAIRE-CHK(2:1) >= "a"
000262                     AND WS-PAIRE-CHK(2:1) <= "z"
000263                     AND WS-PAIRE-TOK(WS-REGLE-IDX)(3:2)
000264                     = SPACES
000265                 ADD 1 TO WS-CAND-NB-PAIRES
000266                 MOVE WS-PAIRE-CHK
000267                     TO WS-CAND-PAIRE(WS-CAND-NB-PAIRES)
000268             ELSE
000269                 PERFORM reject-rule-parm
000270             END-IF
000271         END-IF
000272     END-PERFORM.
000273     IF WS-CAND-NB-PAIRES = 0
000274         PERFORM reject-rule-parm
000275     END-IF.
000276
000277 consider-rule-version.
000278* Adopte le bloc candidat s'il est en vigueur (date d'effet
000279* atteinte) et plus recent - ou aussi recent - que la version
000280* deja retenue.
000281     IF WS-CAND-ANY = 'Y'
000282         IF WS-CAND-DATE > 0 AND WS-CAND-DATE <= WS-TODAY
000283                 AND WS-CAND-DATE >= WS-BEST-DATE
000284             MOVE WS-CAND-DATE TO WS-BEST-DATE
000285             MOVE WS-CAND-VERSION TO VERSION
000286             MOVE WS-CAND-DATE TO DATE-EFFET
000287             MOVE WS-CAND-PAIRES TO PAIRES
000288             MOVE WS-CAND-NB-PAIRES TO NB-PAIRES
000289             MOVE WS-CAND-MIN-VOY TO MIN-VOY
000290             MOVE WS-CAND-DOUBLE TO DOUBLE-REQ
000291             MOVE 'Y' TO WS-ADOPTEE
000292         END-IF
000293         IF WS-CAND-DATE > 0 AND WS-CAND-DATE <= WS-TODAY
000294             PERFORM note-rule-version
000295         END-IF
000296         MOVE 'N' TO WS-CAND-ANY
000297     END-IF.
000298
000299 note-rule-version.
000300* Un bloc deja connu sous le meme nom n'est remplace que par un
000301* bloc aussi recent ; au-dela de 50 versions, les suivantes ne
000302* sont pas gardees.
000303     MOVE 0 TO WS-VER-POS.
000304     PERFORM VARYING WS-VER-IDX FROM 1 BY 1
000305             UNTIL WS-VER-IDX > WS-VER-COUNT
000306         IF WS-VER-NOM(WS-VER-IDX) = WS-CAND-VERSION
000307             MOVE WS-VER-IDX TO WS-VER-POS
000308             EXIT PERFORM
000309         END-IF
000310     END-PERFORM.
000311     IF WS-VER-POS = 0 AND WS-VER-COUNT < 50
000312         ADD 1 TO WS-VER-COUNT
000313         MOVE WS-VER-COUNT TO WS-VER-POS
000314         MOVE WS-CAND-VERSION TO WS-VER-NOM(WS-VER-POS)
000315         MOVE 0 TO WS-VER-DATE(WS-VER-POS)
000316     END-IF.
000317     IF WS-VER-POS > 0
000318         IF WS-CAND-DATE >= WS-VER-DATE(WS-VER-POS)
000319             MOVE WS-CAND-DATE TO WS-VER-DATE(WS-VER-POS)
000320             MOVE WS-CAND-PAIRES TO WS-VER-PAIRES(WS-VER-POS)
000321             MOVE WS-CAND-NB-PAIRES
000322                 TO WS-VER-NB-PAIRES(WS-VER-POS)
000323             MOVE WS-CAND-MIN-VOY TO WS-VER-MIN-VOY(WS-VER-POS)
000324             MOVE WS-CAND-DOUBLE TO WS-VER-DOUBLE(WS-VER-POS)
000325         END-IF
000326     END-IF.
000327
000328 reject-rule-parm.
000329* Seule la premiere ligne fautive est rendue a l'appelant, avec
000330* le nombre total de parametres invalides.
000331     ADD 1 TO NB-ERRS.
000332     IF NB-LIGNES = 0
000333         MOVE WS-LIGNE-NO TO NB-LIGNES
000334     END-IF.
000335
000336 next-rule-version.
000337     ADD 1 TO WS-VER-CUR.
000338     IF WS-VER-CUR > WS-VER-COUNT
000339         MOVE 'F' TO RESULT
000340     ELSE
000341         MOVE WS-VER-NOM(WS-VER-CUR) TO VERSION
000342         MOVE WS-VER-DATE(WS-VER-CUR) TO DATE-EFFET
000343         MOVE WS-VER-PAIRES(WS-VER-CUR) TO PAIRES
000344         MOVE WS-VER-NB-PAIRES(WS-VER-CUR) TO NB-PAIRES
000345         MOVE WS-VER-MIN-VOY(WS-VER-CUR) TO MIN-VOY
000346         MOVE WS-VER-DOUBLE(WS-VER-CUR) TO DOUBLE-REQ
000347     END-IF.
