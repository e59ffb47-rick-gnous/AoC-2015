000010* Y vers N) pour chaque partie. C'est le rapport d'impact demande
000011* avant tout changement de regle de scoring en production.
000012* JOUR5_AUDIT_AVANT et JOUR5_AUDIT_APRES nomment les deux pistes ;
000013* JOUR5_DATE_AVANT et JOUR5_DATE_APRES (AAAAMMJJ) designent a leur
000014* place la piste d'audit classee au catalogue des generations pour
000015* ce jour-la (module catalogue), pour rejuger un litige sur les
000016* verdicts d'une nuit passee ; une date l'emporte sur un nom.
000017* Le resultat part dans impact.txt. Code retour : 0 aucun ecart,
000018* 4 des verdicts ont change, 12 erreur de fichier ou date non
000019* cataloguee.
000020* Dans une ligne d'audit le code occupe les colonnes 1-20 et les
000021* indicateurs Partie 1/2/3 les colonnes 35, 50 et 65.
000022
000023 ENVIRONMENT DIVISION.
000024    INPUT-OUTPUT SECTION.
000025    FILE-CONTROL.
000026         SELECT AUDIT-IN ASSIGN TO DYNAMIC WS-AUDIT-NAME
000027         ORGANIZATION LINE SEQUENTIAL
000028         FILE STATUS IS WS-AUDIT-STATUS.
000029         SELECT IMPACT-FILE ASSIGN TO "impact.txt"
000030         ORGANIZATION LINE SEQUENTIAL
000031         FILE STATUS IS WS-IMPACT-STATUS.
000032
000033 DATA DIVISION.
000034   FILE SECTION.
000035   FD AUDIT-IN.
000036     01 AUDIT-LINE PIC X(150).
000037
000038   FD IMPACT-FILE.
000039     01 IMPACT-LINE PIC X(100).
000040
000041   WORKING-STORAGE SECTION.
000042     77 WS-AUDIT-NAME PIC X(60).
000043     77 WS-AUDIT-STATUS PIC XX.
000044     77 WS-IMPACT-STATUS PIC XX.
000045     77 WS-AVANT-NAME PIC X(60).
000046     77 WS-APRES-NAME PIC X(60).
000047* Piste "avant" chargee en table ; la colonne VU marque les codes
000048* retrouves dans la piste "apres", les autres sont "seulement
000049* avant".
000050     01 WS-AVANT-TABLE.
000051       05 WS-AVANT-ENTRY OCCURS 20000 TIMES.
000052         10 WS-AVANT-CODE PIC X(20).
000053         10 WS-AVANT-FLAGS PIC X(3).
000054         10 WS-AVANT-VU PIC X.
000055     77 WS-AVANT-COUNT PIC 9(5) VALUE 0.
000056     77 WS-AVANT-IDX PIC 9(5).
000057     77 WS-AVANT-FOUND PIC 9(5).
000058     77 WS-TABLE-FULL PIC X VALUE 'N'.
000059     77 WS-CUR-CODE PIC X(20).
000060     77 WS-CUR-FLAGS PIC X(3).
000061     77 NB-CHANGES PIC 9(6) VALUE 0.
000062     77 NB-INCHANGES PIC 9(6) VALUE 0.
000063     77 NB-SEUL-AVANT PIC 9(6) VALUE 0.
000064     77 NB-SEUL-APRES PIC 9(6) VALUE 0.
000065     77 NB-P1-NY PIC 9(6) VALUE 0.
000066     77 NB-P1-YN PIC 9(6) VALUE 0.
000067     77 NB-P2-NY PIC 9(6) VALUE 0.
000068     77 NB-P2-YN PIC 9(6) VALUE 0.
000069     77 NB-P3-NY PIC 9(6) VALUE 0.
000070     77 NB-P3-YN PIC 9(6) VALUE 0.
000071* Estampilles de version de regles relevees dans chaque piste
000072* (ligne "Regles :" ecrite par jour-cinq sous l'entete) : elles
000073* sont reportees dans impact.txt pour que chaque etude d'impact
000074* reference la version exacte qui a produit chaque piste. La
000075* premiere estampille est retenue ; si des profils de source en
000076* ont impose d'autres dans la meme piste, la ligne le signale.
000077     77 WS-AVANT-REGLES PIC X(40) VALUE SPACES.
000078     77 WS-APRES-REGLES PIC X(40) VALUE SPACES.
000079     77 WS-AVANT-MIXTE PIC X VALUE 'N'.
000080     77 WS-APRES-MIXTE PIC X VALUE 'N'.
000081     77 WS-MIXTE-MARQUE PIC X(30) VALUE SPACES.
000082* Pistes designees par date : resolues en nom de generation par le
000083* module catalogue ; le passage catalogue (mode, version, code
000084* retour) est rappele dans impact.txt.
000085     77 WS-DATE-AVANT PIC X(8).
000086     77 WS-DATE-APRES PIC X(8).
000087     77 WS-DATE-CHERCHEE PIC X(8).
000088     77 WS-NOM-RESOLU PIC X(60).
000089     77 WS-CAT-ACTION PIC X.
000090     77 WS-CAT-JOUR PIC 9(8).
000091     77 WS-CAT-TYPE PIC 9 VALUE 2.
000092     77 WS-CAT-INFO PIC X(40).
000093     77 WS-CAT-RESULT PIC X.
000094     77 WS-CAT-AVANT PIC X(80) VALUE SPACES.
000095     77 WS-CAT-APRES PIC X(80) VALUE SPACES.
000096     77 WS-CAT-LIGNE PIC X(80).
000097
000098* Journal operateur commun (journal.txt, via journal-op) : les
000099* messages d'exploitation de la console sont aussi consignes
000100* horodates dans un fichier unique pour toute la suite, que la
000101* supervision greppe apres incident. Module absent ou journal
000102* inecrivable : la console reste seule, sans faire echouer le
000103* passage.
000104     77 WS-JRN-PROG PIC X(20) VALUE "compare-audits".
000105     77 WS-JRN-SEV PIC X.
000106     77 WS-JRN-MSG PIC X(80).
000107
000108 PROCEDURE DIVISION.
000109 main.
000110     MOVE 'I' TO WS-JRN-SEV.
000111     MOVE "debut de la comparaison" TO WS-JRN-MSG.
000112     PERFORM write-journal.
000113     ACCEPT WS-AVANT-NAME FROM ENVIRONMENT "JOUR5_AUDIT_AVANT".
000114     ACCEPT WS-APRES-NAME FROM ENVIRONMENT "JOUR5_AUDIT_APRES".
000115     ACCEPT WS-DATE-AVANT FROM ENVIRONMENT "JOUR5_DATE_AVANT".
000116     ACCEPT WS-DATE-APRES FROM ENVIRONMENT "JOUR5_DATE_APRES".
000117     IF WS-DATE-AVANT NOT = SPACES
000118         MOVE WS-DATE-AVANT TO WS-DATE-CHERCHEE
000119         PERFORM resolve-catalogue-date
000120         MOVE WS-NOM-RESOLU TO WS-AVANT-NAME
000121         MOVE WS-CAT-LIGNE TO WS-CAT-AVANT
000122     END-IF.
000123     IF WS-DATE-APRES NOT = SPACES
000124         MOVE WS-DATE-APRES TO WS-DATE-CHERCHEE
000125         PERFORM resolve-catalogue-date
000126         MOVE WS-NOM-RESOLU TO WS-APRES-NAME
000127         MOVE WS-CAT-LIGNE TO WS-CAT-APRES
000128     END-IF.
000129     IF WS-AVANT-NAME = SPACES OR WS-APRES-NAME = SPACES
000130         DISPLAY "ERREUR : JOUR5_AUDIT_AVANT et "
000131             "JOUR5_AUDIT_APRES (ou JOUR5_DATE_AVANT et "
000132             "JOUR5_DATE_APRES) doivent designer les deux pistes "
000133             "d'audit a comparer" END-DISPLAY
000134         MOVE 'E' TO WS-JRN-SEV
000135         MOVE SPACES TO WS-JRN-MSG
000136         STRING "JOUR5_AUDIT_AVANT et JOUR5_AUDIT_APRES "
000137             "doivent etre fournis"
000138             INTO WS-JRN-MSG
000139         END-STRING
000140         PERFORM write-journal
000141         MOVE 12 TO RETURN-CODE
000142         STOP RUN
000143     END-IF.
000144     OPEN OUTPUT IMPACT-FILE.
000145     IF WS-IMPACT-STATUS NOT = "00"
000146         DISPLAY "ERREUR : creation de impact.txt impossible "
000147             "(status " WS-IMPACT-STATUS ")" END-DISPLAY
000148         MOVE 'E' TO WS-JRN-SEV
000149         MOVE SPACES TO WS-JRN-MSG
000150         STRING "creation de impact.txt impossible (status "
000151             WS-IMPACT-STATUS
000152             ")"
000153             INTO WS-JRN-MSG
000154         END-STRING
000155         PERFORM write-journal
000156         MOVE 12 TO RETURN-CODE
000157         STOP RUN
000158     END-IF.
000159     MOVE SPACES TO IMPACT-LINE.
000160     STRING "Comparaison de verdicts - avant : "
000161         FUNCTION TRIM(WS-AVANT-NAME)
000162         " - apres : " FUNCTION TRIM(WS-APRES-NAME)
000163         INTO IMPACT-LINE
000164     END-STRING.
000165     WRITE IMPACT-LINE END-WRITE.
000166     IF WS-CAT-AVANT NOT = SPACES
000167         MOVE WS-CAT-AVANT TO IMPACT-LINE
000168         WRITE IMPACT-LINE END-WRITE
000169     END-IF.
000170     IF WS-CAT-APRES NOT = SPACES
000171         MOVE WS-CAT-APRES TO IMPACT-LINE
000172         WRITE IMPACT-LINE END-WRITE
000173     END-IF.
000174     PERFORM load-avant.
000175     PERFORM compare-apres.
000176     PERFORM report-seul-avant.
000177* Reference des versions de regles des deux pistes, relevees sur
000178* leurs lignes "Regles :" : l'etude d'impact sait exactement
000179* quelle version a produit quels verdicts.
000180     MOVE SPACES TO WS-MIXTE-MARQUE.
000181     IF WS-AVANT-MIXTE = 'Y'
000182         MOVE " + versions de profils" TO WS-MIXTE-MARQUE
000183     END-IF.
000184     MOVE SPACES TO IMPACT-LINE.
000185     STRING "Regles avant : " WS-AVANT-REGLES
000186         WS-MIXTE-MARQUE
000187         INTO IMPACT-LINE
000188     END-STRING.
000189     WRITE IMPACT-LINE END-WRITE.
000190     MOVE SPACES TO WS-MIXTE-MARQUE.
000191     IF WS-APRES-MIXTE = 'Y'
000192         MOVE " + versions de profils" TO WS-MIXTE-MARQUE
000193     END-IF.
000194     MOVE SPACES TO IMPACT-LINE.
000195     STRING "Regles apres : " WS-APRES-REGLES
000196         WS-MIXTE-MARQUE
000197         INTO IMPACT-LINE
000198     END-STRING.
000199     WRITE IMPACT-LINE END-WRITE.
000200     PERFORM write-flip-totals.
000201     CLOSE IMPACT-FILE.
000202     DISPLAY "Codes changes : " NB-CHANGES END-DISPLAY.
000203     DISPLAY "Codes inchanges : " NB-INCHANGES END-DISPLAY.
000204     DISPLAY "Seulement avant : " NB-SEUL-AVANT END-DISPLAY.
000205     DISPLAY "Seulement apres : " NB-SEUL-APRES END-DISPLAY.
000206     IF NB-CHANGES > 0
000207         MOVE 4 TO RETURN-CODE
000208     END-IF.
000209     MOVE 'I' TO WS-JRN-SEV.
000210     MOVE SPACES TO WS-JRN-MSG.
000211     STRING "fin, " NB-CHANGES " verdict(s) change(s)"
000212         INTO WS-JRN-MSG
000213     END-STRING.
000214     PERFORM write-journal.
000215     STOP RUN.
000216
000217 load-avant.
000218     MOVE WS-AVANT-NAME TO WS-AUDIT-NAME.
000219     OPEN INPUT AUDIT-IN.
000220     IF WS-AUDIT-STATUS NOT = "00"
000221         DISPLAY "ERREUR : " FUNCTION TRIM(WS-AVANT-NAME)
000222             " introuvable (status " WS-AUDIT-STATUS ")"
000223             END-DISPLAY
000224         MOVE 'E' TO WS-JRN-SEV
000225         MOVE SPACES TO WS-JRN-MSG
000226         STRING FUNCTION TRIM(WS-AVANT-NAME)
000227             " introuvable (status " WS-AUDIT-STATUS ")"
000228             INTO WS-JRN-MSG
000229         END-STRING
000230         PERFORM write-journal
000231         MOVE 12 TO RETURN-CODE
000232         STOP RUN
000233     END-IF.
000234     PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
000235         READ AUDIT-IN
000236         IF WS-AUDIT-STATUS = "00"
000237             IF AUDIT-LINE(1:8) = "Regles :"
000238                 IF WS-AVANT-REGLES = SPACES
000239                     MOVE AUDIT-LINE(1:40) TO WS-AVANT-REGLES
000240                 ELSE
000241                     IF AUDIT-LINE(1:40) NOT = WS-AVANT-REGLES
000242                         MOVE 'Y' TO WS-AVANT-MIXTE
000243                     END-IF
000244                 END-IF
000245             ELSE
000246                 IF AUDIT-LINE(1:8) NOT = "Chaine -"
000247                         AND AUDIT-LINE NOT = SPACES
000248                     PERFORM load-avant-line
000249                 END-IF
000250             END-IF
000251         END-IF
000252     END-PERFORM.
000253     CLOSE AUDIT-IN.
000254     IF WS-TABLE-FULL = 'Y'
000255         DISPLAY "ATTENTION : piste avant tronquee a 20000 "
000256             "codes pour la comparaison" END-DISPLAY
000257         MOVE 'W' TO WS-JRN-SEV
000258         MOVE SPACES TO WS-JRN-MSG
000259         STRING "piste avant tronquee a 20000 codes, "
000260             "comparaison partielle"
000261             INTO WS-JRN-MSG
000262         END-STRING
000263         PERFORM write-journal
000264     END-IF.
000265
000266 load-avant-line.
000267* Un meme code ne doit entrer qu'une fois (une piste peut porter
000268* une ligne normale et une ligne de resoumission) : la premiere
000269* occurrence l'emporte, comme partout ailleurs dans le systeme.
000270     MOVE 0 TO WS-AVANT-FOUND.
000271     PERFORM VARYING WS-AVANT-IDX FROM 1 BY 1
000272             UNTIL WS-AVANT-IDX > WS-AVANT-COUNT
000273         IF WS-AVANT-CODE(WS-AVANT-IDX) = AUDIT-LINE(1:20)
000274             MOVE WS-AVANT-IDX TO WS-AVANT-FOUND
000275             EXIT PERFORM
000276         END-IF
000277     END-PERFORM.
000278     IF WS-AVANT-FOUND = 0
000279         IF WS-AVANT-COUNT < 20000
000280             ADD 1 TO WS-AVANT-COUNT
000281             MOVE AUDIT-LINE(1:20)
000282                 TO WS-AVANT-CODE(WS-AVANT-COUNT)
000283             MOVE AUDIT-LINE(35:1)
000284                 TO WS-AVANT-FLAGS(WS-AVANT-COUNT)(1:1)
000285             MOVE AUDIT-LINE(50:1)
000286                 TO WS-AVANT-FLAGS(WS-AVANT-COUNT)(2:1)
000287             MOVE AUDIT-LINE(65:1)
000288                 TO WS-AVANT-FLAGS(WS-AVANT-COUNT)(3:1)
000289             MOVE 'N' TO WS-AVANT-VU(WS-AVANT-COUNT)
000290         ELSE
000291             MOVE 'Y' TO WS-TABLE-FULL
000292         END-IF
000293     END-IF.
000294
000295 compare-apres.
000296     MOVE WS-APRES-NAME TO WS-AUDIT-NAME.
000297     OPEN INPUT AUDIT-IN.
000298     IF WS-AUDIT-STATUS NOT = "00"
000299         DISPLAY "ERREUR : " FUNCTION TRIM(WS-APRES-NAME)
000300             " introuvable (status " WS-AUDIT-STATUS ")"
000301             END-DISPLAY
000302         MOVE 'E' TO WS-JRN-SEV
000303         MOVE SPACES TO WS-JRN-MSG
000304         STRING FUNCTION TRIM(WS-APRES-NAME)
000305             " introuvable (status " WS-AUDIT-STATUS ")"
000306             INTO WS-JRN-MSG
000307         END-STRING
000308         PERFORM write-journal
000309         MOVE 12 TO RETURN-CODE
000310         STOP RUN
000311     END-IF.
000312     PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
000313         READ AUDIT-IN
000314         IF WS-AUDIT-STATUS = "00"
000315             IF AUDIT-LINE(1:8) = "Regles :"
000316                 IF WS-APRES-REGLES = SPACES
000317                     MOVE AUDIT-LINE(1:40) TO WS-APRES-REGLES
000318                 ELSE
000319                     IF AUDIT-LINE(1:40) NOT = WS-APRES-REGLES
000320                         MOVE 'Y' TO WS-APRES-MIXTE
000321                     END-IF
000322                 END-IF
000323             ELSE
000324                 IF AUDIT-LINE(1:8) NOT = "Chaine -"
000325                         AND AUDIT-LINE NOT = SPACES
000326                     PERFORM compare-one-line
000327                 END-IF
000328             END-IF
000329         END-IF
000330     END-PERFORM.
000331     CLOSE AUDIT-IN.
000332
000333 compare-one-line.
000334     MOVE AUDIT-LINE(1:20) TO WS-CUR-CODE.
000335     MOVE AUDIT-LINE(35:1) TO WS-CUR-FLAGS(1:1).
000336     MOVE AUDIT-LINE(50:1) TO WS-CUR-FLAGS(2:1).
000337     MOVE AUDIT-LINE(65:1) TO WS-CUR-FLAGS(3:1).
000338     MOVE 0 TO WS-AVANT-FOUND.
000339     PERFORM VARYING WS-AVANT-IDX FROM 1 BY 1
000340             UNTIL WS-AVANT-IDX > WS-AVANT-COUNT
000341         IF WS-AVANT-CODE(WS-AVANT-IDX) = WS-CUR-CODE
000342             MOVE WS-AVANT-IDX TO WS-AVANT-FOUND
000343             EXIT PERFORM
000344         END-IF
000345     END-PERFORM.
000346     IF WS-AVANT-FOUND = 0
000347         ADD 1 TO NB-SEUL-APRES
000348         MOVE SPACES TO IMPACT-LINE
000349         STRING "SEULEMENT APRES : " WS-CUR-CODE
000350             " - verdicts " WS-CUR-FLAGS
000351             INTO IMPACT-LINE
000352         END-STRING
000353         WRITE IMPACT-LINE END-WRITE
000354     ELSE
000355* Un code deja compare (ligne normale + ligne de resoumission
000356* dans la piste apres) n'est pas recompare.
000357         IF WS-AVANT-VU(WS-AVANT-FOUND) = 'N'
000358             MOVE 'Y' TO WS-AVANT-VU(WS-AVANT-FOUND)
000359             PERFORM compare-flags
000360         END-IF
000361     END-IF.
000362
000363 compare-flags.
000364     IF WS-CUR-FLAGS = WS-AVANT-FLAGS(WS-AVANT-FOUND)
000365         ADD 1 TO NB-INCHANGES
000366     ELSE
000367         ADD 1 TO NB-CHANGES
000368         MOVE SPACES TO IMPACT-LINE
000369         STRING "CHANGE : " WS-CUR-CODE
000370             " - avant " WS-AVANT-FLAGS(WS-AVANT-FOUND)
000371             " - apres " WS-CUR-FLAGS
000372             INTO IMPACT-LINE
000373         END-STRING
000374         WRITE IMPACT-LINE END-WRITE
000375         PERFORM tally-flips
000376     END-IF.
000377
000378 tally-flips.
000379     IF WS-AVANT-FLAGS(WS-AVANT-FOUND)(1:1) = 'N'
000380             AND WS-CUR-FLAGS(1:1) = 'Y'
000381         ADD 1 TO NB-P1-NY
000382     END-IF.
000383     IF WS-AVANT-FLAGS(WS-AVANT-FOUND)(1:1) = 'Y'
000384             AND WS-CUR-FLAGS(1:1) = 'N'
000385         ADD 1 TO NB-P1-YN
000386     END-IF.
000387     IF WS-AVANT-FLAGS(WS-AVANT-FOUND)(2:1) = 'N'
000388             AND WS-CUR-FLAGS(2:1) = 'Y'
000389         ADD 1 TO NB-P2-NY
000390     END-IF.
000391     IF WS-AVANT-FLAGS(WS-AVANT-FOUND)(2:1) = 'Y'
000392             AND WS-CUR-FLAGS(2:1) = 'N'
000393         ADD 1 TO NB-P2-YN
000394     END-IF.
000395     IF WS-AVANT-FLAGS(WS-AVANT-FOUND)(3:1) = 'N'
000396             AND WS-CUR-FLAGS(3:1) = 'Y'
000397         ADD 1 TO NB-P3-NY
000398     END-IF.
000399     IF WS-AVANT-FLAGS(WS-AVANT-FOUND)(3:1) = 'Y'
000400             AND WS-CUR-FLAGS(3:1) = 'N'
000401         ADD 1 TO NB-P3-YN
000402     END-IF.
000403
000404 report-seul-avant.
000405     PERFORM VARYING WS-AVANT-IDX FROM 1 BY 1
000406             UNTIL WS-AVANT-IDX > WS-AVANT-COUNT
000407         IF WS-AVANT-VU(WS-AVANT-IDX) = 'N'
000408             ADD 1 TO NB-SEUL-AVANT
000409             MOVE SPACES TO IMPACT-LINE
000410             STRING "SEULEMENT AVANT : "
000411                 WS-AVANT-CODE(WS-AVANT-IDX)
000412                 " - verdicts " WS-AVANT-FLAGS(WS-AVANT-IDX)
000413                 INTO IMPACT-LINE
000414             END-STRING
000415             WRITE IMPACT-LINE END-WRITE
000416         END-IF
000417     END-PERFORM.
000418
000419 write-flip-totals.
000420     MOVE SPACES TO IMPACT-LINE.
000421     STRING "Partie 1 - N vers Y : " NB-P1-NY
000422         " - Y vers N : " NB-P1-YN
000423         INTO IMPACT-LINE
000424     END-STRING.
000425     WRITE IMPACT-LINE END-WRITE.
000426     MOVE SPACES TO IMPACT-LINE.
000427     STRING "Partie 2 - N vers Y : " NB-P2-NY
000428         " - Y vers N : " NB-P2-YN
000429         INTO IMPACT-LINE
000430     END-STRING.
000431     WRITE IMPACT-LINE END-WRITE.
000432     MOVE SPACES TO IMPACT-LINE.
000433     STRING "Partie 3 - N vers Y : " NB-P3-NY
000434         " - Y vers N : " NB-P3-YN
000435         INTO IMPACT-LINE
000436     END-STRING.
000437     WRITE IMPACT-LINE END-WRITE.
000438     MOVE SPACES TO IMPACT-LINE.
000439     STRING "Codes changes : " NB-CHANGES
000440         " - inchanges : " NB-INCHANGES
000441         " - seulement avant : " NB-SEUL-AVANT
000442         " - seulement apres : " NB-SEUL-APRES
000443         INTO IMPACT-LINE
000444     END-STRING.
000445     WRITE IMPACT-LINE END-WRITE.
000446
000447 resolve-catalogue-date.
000448* La date doit etre cataloguee et sa piste d'audit encore sur
000449* disque (ni purgee par la retention, ni jamais classee).
000450     MOVE SPACES TO WS-NOM-RESOLU.
000451     MOVE SPACES TO WS-CAT-LIGNE.
000452     MOVE 'E' TO WS-CAT-RESULT.
000453     IF WS-DATE-CHERCHEE IS NUMERIC
000454         MOVE WS-DATE-CHERCHEE TO WS-CAT-JOUR
000455         MOVE 'L' TO WS-CAT-ACTION
000456         CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000457             WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000458             ON EXCEPTION MOVE 'M' TO WS-CAT-RESULT
000459         END-CALL
000460     END-IF.
000461     IF WS-CAT-RESULT = 'T' AND WS-CAT-INFO(24:1) NOT = 'Y'
000462         MOVE 'P' TO WS-CAT-RESULT
000463     END-IF.
000464     IF WS-CAT-RESULT NOT = 'T'
000465         DISPLAY "ERREUR : piste d'audit du " WS-DATE-CHERCHEE
000466             " indisponible au catalogue (" WS-CAT-RESULT
000467             " : M module absent, E catalogue absent ou date "
000468             "invalide, A date non cataloguee, P piste purgee)"
000469             END-DISPLAY
000470         MOVE 'E' TO WS-JRN-SEV
000471         MOVE SPACES TO WS-JRN-MSG
000472         STRING "piste d'audit du " WS-DATE-CHERCHEE
000473             " indisponible au catalogue (" WS-CAT-RESULT ")"
000474             INTO WS-JRN-MSG
000475         END-STRING
000476         PERFORM write-journal
000477         MOVE 12 TO RETURN-CODE
000478         STOP RUN
000479     END-IF.
000480     MOVE SPACES TO WS-CAT-LIGNE.
000481     STRING "Catalogue " WS-CAT-JOUR " : mode " WS-CAT-INFO(1:12)
000482         " - regles " WS-CAT-INFO(13:8)
000483         " - code retour " WS-CAT-INFO(21:2)
000484         INTO WS-CAT-LIGNE
000485     END-STRING.
000486     MOVE 'N' TO WS-CAT-ACTION.
000487     CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000488         WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000489         ON EXCEPTION CONTINUE
000490     END-CALL.
000491     MOVE WS-CAT-INFO TO WS-NOM-RESOLU.
000492
000493 write-journal.
000494     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000495         ON EXCEPTION CONTINUE
000496     END-CALL.
