000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. recidives.
000003
000004* Rapport hebdomadaire des recidives, tire de l'historique des
000005* rejets (rejets.dat, via rejets-io, consultation seule) : les
000006* chaines rejetees au moins N nuits distinctes, dont le dernier
000007* rejet tombe dans les J derniers jours, classees par source HDR
000008* pour qu'on sache a quel fournisseur renvoyer ses dechets. Une
000009* chaine envoyee par plusieurs sources figure sous chacune ; une
000010* chaine sans source connue (resoumission, fichier sans en-tete)
000011* figure sous "sans source". Parametres : JOUR5_RECIDIVE_NUITS
000012* (N, 3 par defaut) et JOUR5_RECIDIVE_JOURS (J, 7 par defaut).
000013* Rapport dans recidives-AAAAMMJJ.txt, date du jour. Code
000014* retour : 0 propre, 4 avertissement (aucune recidive, historique
000015* absent, table pleine), 12 erreur.
000016
000017 ENVIRONMENT DIVISION.
000018    INPUT-OUTPUT SECTION.
000019    FILE-CONTROL.
000020         SELECT REC-REPORT ASSIGN TO DYNAMIC WS-RPT-NAME
000021         ORGANIZATION LINE SEQUENTIAL
000022         FILE STATUS IS WS-RPT-STATUS.
000023
000024 DATA DIVISION.
000025   FILE SECTION.
000026   FD REC-REPORT.
000027     01 RPT-LINE PIC X(120).
000028
000029   WORKING-STORAGE SECTION.
000030     77 WS-RPT-STATUS PIC XX.
000031     77 WS-RPT-NAME PIC X(30).
000032     77 WS-TODAY PIC 9(8) VALUE 0.
000033     77 WS-DEBUT-FENETRE PIC 9(8) VALUE 0.
000034     77 WS-NUITS-PARM PIC X(6).
000035     77 WS-JOURS-PARM PIC X(6).
000036     77 WS-PARM-CHK PIC S9(4).
000037     77 WS-NUITS-MIN PIC 9(3) VALUE 3.
000038     77 WS-JOURS PIC 9(3) VALUE 7.
000039* Interface avec rejets-io.
000040     77 WS-RJH-ACTION PIC X.
000041     77 WS-RJH-CHAINE PIC X(20).
000042     77 WS-RJH-SOURCE PIC X(6) VALUE SPACES.
000043     77 WS-RJH-MOTIF PIC X(10) VALUE SPACES.
000044     01 WS-RJH-INFO.
000045       05 RJH-PREMIER PIC 9(8).
000046       05 RJH-DERNIER PIC 9(8).
000047       05 RJH-NB-REJETS PIC 9(7).
000048       05 RJH-NB-NUITS PIC 9(5).
000049       05 RJH-MOTIF PIC X(10).
000050       05 RJH-SOURCES.
000051         10 RJH-SOURCE PIC X(6) OCCURS 5 TIMES.
000052       05 RJH-SRC-PLUS PIC X.
000053       05 FILLER PIC X.
000054     77 WS-RJH-RESULT PIC X.
000055     77 WS-FIN-BALAYAGE PIC X VALUE 'N'.
000056     77 NB-LUES PIC 9(7) VALUE 0.
000057* Recidives retenues, dans l'ordre des chaines de l'historique ;
000058* au-dela de 2000 le reste est compte mais non detaille.
000059     01 WS-REC-TABLE.
000060       05 WS-REC-ENTRY OCCURS 2000 TIMES.
000061         10 WS-REC-CHAINE PIC X(20).
000062         10 WS-REC-INFO PIC X(70).
000063     77 WS-REC-COUNT PIC 9(4) VALUE 0.
000064     77 WS-REC-IDX PIC 9(4).
000065     77 NB-RECIDIVES PIC 9(7) VALUE 0.
000066     77 WS-REC-FULL PIC X VALUE 'N'.
000067* Sources rencontrees parmi les recidives (blanc = sans source),
000068* editees par ordre alphabetique.
000069     01 WS-SRC-TABLE.
000070       05 WS-SRC-ENTRY OCCURS 100 TIMES.
000071         10 WS-SRC-ID PIC X(6).
000072         10 WS-SRC-NB PIC 9(5).
000073         10 WS-SRC-EDITE PIC X.
000074     77 WS-SRC-COUNT PIC 999 VALUE 0.
000075     77 WS-SRC-IDX PIC 999.
000076     77 WS-SRC-POS PIC 999.
000077     77 WS-SRC-BEST PIC 999.
000078     77 WS-SRC-FULL PIC X VALUE 'N'.
000079     77 WS-SRC-CUR PIC X(6).
000080     77 WS-SRC-K PIC 9.
000081     77 WS-SRC-VUE PIC X.
000082     77 WS-SRC-LIB PIC X(12).
000083     77 WS-PLUS-TXT PIC X(16).
000084     77 WS-JOB-RC PIC 99 VALUE 0.
000085
000086* Journal operateur commun (journal.txt, via journal-op) : les
000087* messages d'exploitation de la console sont aussi consignes
000088* horodates dans un fichier unique pour toute la suite, que la
000089* supervision greppe apres incident. Module absent ou journal
000090* inecrivable : la console reste seule, sans faire echouer le
000091* passage.
000092     77 WS-JRN-PROG PIC X(20) VALUE "recidives".
000093     77 WS-JRN-SEV PIC X.
000094     77 WS-JRN-MSG PIC X(80).
000095
000096 PROCEDURE DIVISION.
000097 main.
000098     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000099     MOVE 'I' TO WS-JRN-SEV.
000100     MOVE "debut du rapport des recidives" TO WS-JRN-MSG.
000101     PERFORM write-journal.
000102     PERFORM read-parameters.
000103     OPEN OUTPUT REC-REPORT.
000104     IF WS-RPT-STATUS NOT = "00"
000105         DISPLAY "ERREUR : creation de "
000106             FUNCTION TRIM(WS-RPT-NAME) " impossible (status "
000107             WS-RPT-STATUS ")" END-DISPLAY
000108         MOVE 'E' TO WS-JRN-SEV
000109         MOVE SPACES TO WS-JRN-MSG
000110         STRING "creation de " FUNCTION TRIM(WS-RPT-NAME)
000111             " impossible (status "
000112             WS-RPT-STATUS
000113             ")"
000114             INTO WS-JRN-MSG
000115         END-STRING
000116         PERFORM write-journal
000117         MOVE 12 TO RETURN-CODE
000118         STOP RUN
000119     END-IF.
000120     MOVE SPACES TO RPT-LINE.
000121     STRING "Recidives du " WS-TODAY " - rejetees au moins "
000122         WS-NUITS-MIN " nuit(s), dernier rejet depuis le "
000123         WS-DEBUT-FENETRE " (" WS-JOURS " jour(s))"
000124         INTO RPT-LINE
000125     END-STRING.
000126     WRITE RPT-LINE END-WRITE.
000127     PERFORM open-history.
000128     IF WS-RJH-RESULT NOT = 'E'
000129         PERFORM scan-history
000130         PERFORM close-history
000131         PERFORM write-by-source
000132     END-IF.
000133     PERFORM write-totals.
000134     CLOSE REC-REPORT.
000135     DISPLAY "Recidives du " WS-TODAY " : " NB-RECIDIVES
000136         " chaine(s) sur " NB-LUES " dans l'historique"
000137         END-DISPLAY.
000138     MOVE 'I' TO WS-JRN-SEV.
000139     MOVE SPACES TO WS-JRN-MSG.
000140     STRING "fin du rapport des recidives, " NB-RECIDIVES
000141         " chaine(s), code retour " WS-JOB-RC
000142         INTO WS-JRN-MSG
000143     END-STRING.
000144     PERFORM write-journal.
000145     MOVE WS-JOB-RC TO RETURN-CODE.
000146     STOP RUN.
000147
000148 read-parameters.
000149     ACCEPT WS-NUITS-PARM FROM ENVIRONMENT "JOUR5_RECIDIVE_NUITS".
000150     IF WS-NUITS-PARM NOT = SPACES
000151         COMPUTE WS-PARM-CHK =
000152             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-NUITS-PARM))
000153         IF WS-PARM-CHK = 0
000154             COMPUTE WS-NUITS-MIN =
000155                 FUNCTION NUMVAL(FUNCTION TRIM(WS-NUITS-PARM))
000156         END-IF
000157         IF WS-PARM-CHK NOT = 0 OR WS-NUITS-MIN < 1
000158             DISPLAY "ERREUR : JOUR5_RECIDIVE_NUITS doit donner "
000159                 "un nombre de nuits de 1 a 999, rapport "
000160                 "abandonne"
000161                 END-DISPLAY
000162             MOVE 'E' TO WS-JRN-SEV
000163             MOVE SPACES TO WS-JRN-MSG
000164             STRING "JOUR5_RECIDIVE_NUITS invalide ("
000165                 FUNCTION TRIM(WS-NUITS-PARM)
000166                 "), rapport abandonne"
000167                 INTO WS-JRN-MSG
000168             END-STRING
000169             PERFORM write-journal
000170             MOVE 12 TO RETURN-CODE
000171             STOP RUN
000172         END-IF
000173     END-IF.
000174     ACCEPT WS-JOURS-PARM FROM ENVIRONMENT "JOUR5_RECIDIVE_JOURS".
000175     IF WS-JOURS-PARM NOT = SPACES
000176         COMPUTE WS-PARM-CHK =
000177             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-JOURS-PARM))
000178         IF WS-PARM-CHK = 0
000179             COMPUTE WS-JOURS =
000180                 FUNCTION NUMVAL(FUNCTION TRIM(WS-JOURS-PARM))
000181         END-IF
000182         IF WS-PARM-CHK NOT = 0 OR WS-JOURS < 1
000183             DISPLAY "ERREUR : JOUR5_RECIDIVE_JOURS doit donner "
000184                 "un nombre de jours de 1 a 999, rapport "
000185                 "abandonne"
000186                 END-DISPLAY
000187             MOVE 'E' TO WS-JRN-SEV
000188             MOVE SPACES TO WS-JRN-MSG
000189             STRING "JOUR5_RECIDIVE_JOURS invalide ("
000190                 FUNCTION TRIM(WS-JOURS-PARM)
000191                 "), rapport abandonne"
000192                 INTO WS-JRN-MSG
000193             END-STRING
000194             PERFORM write-journal
000195             MOVE 12 TO RETURN-CODE
000196             STOP RUN
000197         END-IF
000198     END-IF.
000199* La fenetre compte le jour meme : 7 jours un mercredi remontent
000200* au jeudi precedent.
000201     COMPUTE WS-DEBUT-FENETRE = FUNCTION DATE-OF-INTEGER(
000202         FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-JOURS + 1).
000203     MOVE SPACES TO WS-RPT-NAME.
000204     STRING "recidives-" WS-TODAY ".txt"
000205         INTO WS-RPT-NAME
000206     END-STRING.
000207
000208 open-history.
000209* Consultation seule ; sans historique il n'y a rien a signaler,
000210* ce qui merite un avertissement (aucun rejet jamais note, ou
000211* historique deplace).
000212     MOVE 'C' TO WS-RJH-ACTION.
000213     MOVE SPACE TO WS-RJH-RESULT.
000214     CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000215         WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
000216         WS-RJH-RESULT
000217         ON EXCEPTION MOVE 'E' TO WS-RJH-RESULT
000218     END-CALL.
000219     IF WS-RJH-RESULT = 'E'
000220         DISPLAY "ATTENTION : historique des rejets "
000221             "indisponible, aucune recidive a signaler"
000222             END-DISPLAY
000223         MOVE 'W' TO WS-JRN-SEV
000224         MOVE "historique des rejets rejets.dat indisponible"
000225             TO WS-JRN-MSG
000226         PERFORM write-journal
000227         MOVE SPACES TO RPT-LINE
000228         STRING "ATTENTION : historique des rejets (rejets.dat) "
000229             "indisponible"
000230             INTO RPT-LINE
000231         END-STRING
000232         WRITE RPT-LINE END-WRITE
000233         MOVE 4 TO WS-JOB-RC
000234     END-IF.
000235
000236 close-history.
000237     MOVE 'F' TO WS-RJH-ACTION.
000238     CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000239         WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
000240         WS-RJH-RESULT
000241         ON EXCEPTION CONTINUE
000242     END-CALL.
000243
000244 scan-history.
000245* Balayage complet de l'historique, dans l'ordre des chaines.
000246     MOVE 'D' TO WS-RJH-ACTION.
000247     MOVE SPACE TO WS-RJH-RESULT.
000248     CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000249         WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
000250         WS-RJH-RESULT
000251         ON EXCEPTION MOVE 'F' TO WS-RJH-RESULT
000252     END-CALL.
000253     IF WS-RJH-RESULT NOT = 'T'
000254         MOVE 'Y' TO WS-FIN-BALAYAGE
000255     ELSE
000256         MOVE 'N' TO WS-FIN-BALAYAGE
000257     END-IF.
000258     PERFORM UNTIL WS-FIN-BALAYAGE = 'Y'
000259         MOVE 'S' TO WS-RJH-ACTION
000260         MOVE SPACE TO WS-RJH-RESULT
000261         CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000262             WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
000263             WS-RJH-RESULT
000264             ON EXCEPTION MOVE 'F' TO WS-RJH-RESULT
000265         END-CALL
000266         IF WS-RJH-RESULT = 'T'
000267             ADD 1 TO NB-LUES
000268             IF RJH-NB-NUITS >= WS-NUITS-MIN
000269                     AND RJH-DERNIER >= WS-DEBUT-FENETRE
000270                 PERFORM keep-recidive
000271             END-IF
000272         ELSE
000273             MOVE 'Y' TO WS-FIN-BALAYAGE
000274         END-IF
000275     END-PERFORM.
000276
000277 keep-recidive.
000278     ADD 1 TO NB-RECIDIVES.
000279     IF WS-REC-COUNT < 2000
000280         ADD 1 TO WS-REC-COUNT
000281         MOVE WS-RJH-CHAINE TO WS-REC-CHAINE(WS-REC-COUNT)
000282         MOVE WS-RJH-INFO TO WS-REC-INFO(WS-REC-COUNT)
000283         IF RJH-SOURCES = SPACES
000284             MOVE SPACES TO WS-SRC-CUR
000285             PERFORM note-source
000286         ELSE
000287             PERFORM VARYING WS-SRC-K FROM 1 BY 1
000288                     UNTIL WS-SRC-K > 5
000289                 IF RJH-SOURCE(WS-SRC-K) NOT = SPACES
000290                     MOVE RJH-SOURCE(WS-SRC-K) TO WS-SRC-CUR
000291                     PERFORM note-source
000292                 END-IF
000293             END-PERFORM
000294         END-IF
000295     ELSE
000296         IF WS-REC-FULL = 'N'
000297             MOVE 'Y' TO WS-REC-FULL
000298             DISPLAY "ATTENTION : plus de 2000 recidives, les "
000299                 "suivantes sont comptees sans detail" END-DISPLAY
000300             MOVE 'W' TO WS-JRN-SEV
000301             MOVE "plus de 2000 recidives, suite non detaillee"
000302                 TO WS-JRN-MSG
000303             PERFORM write-journal
000304         END-IF
000305     END-IF.
000306
000307 note-source.
000308     MOVE 0 TO WS-SRC-POS.
000309     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
000310             UNTIL WS-SRC-IDX > WS-SRC-COUNT OR WS-SRC-POS > 0
000311         IF WS-SRC-ID(WS-SRC-IDX) = WS-SRC-CUR
000312             MOVE WS-SRC-IDX TO WS-SRC-POS
000313         END-IF
000314     END-PERFORM.
000315     IF WS-SRC-POS = 0
000316         IF WS-SRC-COUNT < 100
000317             ADD 1 TO WS-SRC-COUNT
000318             MOVE WS-SRC-COUNT TO WS-SRC-POS
000319             MOVE WS-SRC-CUR TO WS-SRC-ID(WS-SRC-POS)
000320             MOVE 0 TO WS-SRC-NB(WS-SRC-POS)
000321             MOVE 'N' TO WS-SRC-EDITE(WS-SRC-POS)
000322         ELSE
000323             MOVE 'Y' TO WS-SRC-FULL
000324         END-IF
000325     END-IF.
000326     IF WS-SRC-POS > 0
000327         ADD 1 TO WS-SRC-NB(WS-SRC-POS)
000328     END-IF.
000329
000330 write-by-source.
000331* Une section par source, par ordre alphabetique des
000332* identifiants ; "sans source" (identifiant blanc) passe en tete.
000333     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
000334             UNTIL WS-SRC-IDX > WS-SRC-COUNT
000335         MOVE 0 TO WS-SRC-BEST
000336         PERFORM VARYING WS-SRC-POS FROM 1 BY 1
000337                 UNTIL WS-SRC-POS > WS-SRC-COUNT
000338             IF WS-SRC-EDITE(WS-SRC-POS) = 'N'
000339                 IF WS-SRC-BEST = 0
000340                     MOVE WS-SRC-POS TO WS-SRC-BEST
000341                 ELSE
000342                     IF WS-SRC-ID(WS-SRC-POS)
000343                             < WS-SRC-ID(WS-SRC-BEST)
000344                         MOVE WS-SRC-POS TO WS-SRC-BEST
000345                     END-IF
000346                 END-IF
000347             END-IF
000348         END-PERFORM
000349         MOVE 'Y' TO WS-SRC-EDITE(WS-SRC-BEST)
000350         MOVE WS-SRC-ID(WS-SRC-BEST) TO WS-SRC-CUR
000351         PERFORM write-one-source
000352     END-PERFORM.
000353
000354 write-one-source.
000355     IF WS-SRC-CUR = SPACES
000356         MOVE "sans source" TO WS-SRC-LIB
000357     ELSE
000358         MOVE WS-SRC-CUR TO WS-SRC-LIB
000359     END-IF.
000360     MOVE SPACES TO RPT-LINE.
000361     WRITE RPT-LINE END-WRITE.
000362     MOVE SPACES TO RPT-LINE.
000363     STRING "Source " WS-SRC-LIB " : " WS-SRC-NB(WS-SRC-BEST)
000364         " chaine(s) recidiviste(s)"
000365         INTO RPT-LINE
000366     END-STRING.
000367     WRITE RPT-LINE END-WRITE.
000368     MOVE SPACES TO RPT-LINE.
000369     STRING "  Chaine               Nuits Rejets  Premier  "
000370         "Dernier  Dernier motif"
000371         INTO RPT-LINE
000372     END-STRING.
000373     WRITE RPT-LINE END-WRITE.
000374     PERFORM VARYING WS-REC-IDX FROM 1 BY 1
000375             UNTIL WS-REC-IDX > WS-REC-COUNT
000376         MOVE WS-REC-INFO(WS-REC-IDX) TO WS-RJH-INFO
000377         MOVE 'N' TO WS-SRC-VUE
000378         IF WS-SRC-CUR = SPACES
000379             IF RJH-SOURCES = SPACES
000380                 MOVE 'Y' TO WS-SRC-VUE
000381             END-IF
000382         ELSE
000383             PERFORM VARYING WS-SRC-K FROM 1 BY 1
000384                     UNTIL WS-SRC-K > 5
000385                 IF RJH-SOURCE(WS-SRC-K) = WS-SRC-CUR
000386                     MOVE 'Y' TO WS-SRC-VUE
000387                 END-IF
000388             END-PERFORM
000389         END-IF
000390         IF WS-SRC-VUE = 'Y'
000391             MOVE SPACES TO WS-PLUS-TXT
000392             IF RJH-SRC-PLUS = 'Y'
000393                 MOVE " (+ sources)" TO WS-PLUS-TXT
000394             END-IF
000395             MOVE SPACES TO RPT-LINE
000396             STRING "  " WS-REC-CHAINE(WS-REC-IDX)
000397                 " " RJH-NB-NUITS " " RJH-NB-REJETS
000398                 " " RJH-PREMIER " " RJH-DERNIER
000399                 " " RJH-MOTIF WS-PLUS-TXT
000400                 INTO RPT-LINE
000401             END-STRING
000402             WRITE RPT-LINE END-WRITE
000403         END-IF
000404     END-PERFORM.
000405
000406 write-totals.
000407     MOVE SPACES TO RPT-LINE.
000408     WRITE RPT-LINE END-WRITE.
000409     MOVE SPACES TO RPT-LINE.
000410     STRING "Chaines dans l'historique : " NB-LUES
000411         " - recidives retenues : " NB-RECIDIVES
000412         " - sources : " WS-SRC-COUNT
000413         INTO RPT-LINE
000414     END-STRING.
000415     WRITE RPT-LINE END-WRITE.
000416     IF WS-REC-FULL = 'Y'
000417         MOVE SPACES TO RPT-LINE
000418         STRING "ATTENTION : plus de 2000 recidives, seules les "
000419             "2000 premieres sont detaillees"
000420             INTO RPT-LINE
000421         END-STRING
000422         WRITE RPT-LINE END-WRITE
000423         MOVE 4 TO WS-JOB-RC
000424     END-IF.
000425     IF WS-SRC-FULL = 'Y'
000426         MOVE SPACES TO RPT-LINE
000427         STRING "ATTENTION : plus de 100 sources, les suivantes "
000428             "ne sont pas detaillees"
000429             INTO RPT-LINE
000430         END-STRING
000431         WRITE RPT-LINE END-WRITE
000432         MOVE 4 TO WS-JOB-RC
000433     END-IF.
000434     IF NB-RECIDIVES = 0 AND WS-RJH-RESULT NOT = 'E'
000435         MOVE SPACES TO RPT-LINE
000436         MOVE "Aucune recidive sur la periode." TO RPT-LINE
000437         WRITE RPT-LINE END-WRITE
000438         MOVE 4 TO WS-JOB-RC
000439     END-IF.
000440
000441 write-journal.
000442     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000443         ON EXCEPTION CONTINUE
000444     END-CALL.
