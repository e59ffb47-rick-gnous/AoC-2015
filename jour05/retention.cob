000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. retention-sorties.
000003
000004* Retention des generations de sorties de nuit classees au
000005* catalogue catalogue.dat (module catalogue) : une generation
000006* plus ancienne que la duree de conservation de son type est
000007* supprimee du disque et marquee purgee (P) au catalogue. Prevu
000008* pour tourner en etape de chaine-nuit, apres le passage. Les
000009* durees viennent de retention.dat, une ligne par type en colonnes
000010* fixes : nom de base du type en colonnes 1-14 (report, audit,
000011* exceptions, job-summary, analytique, dual-approved), nombre de
000012* jours conserves en colonnes 16-19 (0000 = conservation sans
000013* limite) ; * en colonne 1 pour un commentaire. Sans fichier, ou
000014* pour un type absent du fichier : 90 jours pour audit (piste des
000015* litiges sur les verdicts), 30 jours pour les autres. Une
000016* generation de N jours garde les N dernieres dates, aujourd'hui
000017* compris. Les lignes du catalogue dont il ne reste plus aucune
000018* generation sont retirees quand elles depassent la plus longue
000019* des durees. Le detail part dans retention.txt. Code retour : 0
000020* propre, 4 avertissement (generation deja absente, suppression
000021* refusee, catalogue absent), 12 erreur (retention.dat invalide,
000022* catalogue illisible ou inecrivable, module catalogue absent).
000023
000024 ENVIRONMENT DIVISION.
000025    INPUT-OUTPUT SECTION.
000026    FILE-CONTROL.
000027         SELECT RET-FILE ASSIGN TO "retention.dat"
000028         ORGANIZATION LINE SEQUENTIAL
000029         FILE STATUS IS WS-RET-STATUS.
000030         SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
000031         ORGANIZATION LINE SEQUENTIAL
000032         FILE STATUS IS WS-GEN-STATUS.
000033         SELECT RPT-FILE ASSIGN TO "retention.txt"
000034         ORGANIZATION LINE SEQUENTIAL
000035         FILE STATUS IS WS-RPT-STATUS.
000036
000037 DATA DIVISION.
000038   FILE SECTION.
000039   FD RET-FILE.
000040     01 RET-LINE PIC X(80).
000041
000042   FD GEN-FILE.
000043     01 GEN-LINE PIC X(80).
000044
000045   FD RPT-FILE.
000046     01 RPT-LINE PIC X(100).
000047
000048   WORKING-STORAGE SECTION.
000049     77 WS-RET-STATUS PIC XX.
000050     77 WS-GEN-STATUS PIC XX.
000051     77 WS-RPT-STATUS PIC XX.
000052     77 WS-GEN-NAME PIC X(40).
000053     77 WS-TODAY PIC 9(8) VALUE 0.
000054     77 WS-TODAY-INT PIC 9(7).
000055     77 WS-JOB-RC PIC 99 VALUE 0.
000056     77 WS-LIGNE-NO PIC 9(4) VALUE 0.
000057* Durees de conservation par type, dans l'ordre des etats du
000058* catalogue, et date limite qui en decoule (une generation datee
000059* avant la limite est purgee ; 0 = jamais).
000060     01 WS-TYPES.
000061       05 FILLER PIC X(14) VALUE "report".
000062       05 FILLER PIC X(14) VALUE "audit".
000063       05 FILLER PIC X(14) VALUE "exceptions".
000064       05 FILLER PIC X(14) VALUE "job-summary".
000065       05 FILLER PIC X(14) VALUE "analytique".
000066       05 FILLER PIC X(14) VALUE "dual-approved".
000067     01 WS-TYPES-TABLE REDEFINES WS-TYPES.
000068       05 WS-TYPE-NOM PIC X(14) OCCURS 6 TIMES.
000069     01 WS-DUREES.
000070       05 WS-DUREE PIC 9(4) OCCURS 6 TIMES.
000071     01 WS-LIMITES.
000072       05 WS-LIMITE PIC 9(8) OCCURS 6 TIMES.
000073     77 WS-TYPE-IDX PIC 9.
000074     77 WS-TYPE-TROUVE PIC 9.
000075     77 WS-DUREE-MAX PIC 9(4) VALUE 0.
000076     77 WS-LIMITE-CAT PIC 9(8) VALUE 0.
000077* Interface avec le module catalogue.
000078     77 WS-CAT-ACTION PIC X.
000079     77 WS-CAT-JOUR PIC 9(8).
000080     77 WS-CAT-TYPE PIC 9.
000081     77 WS-CAT-INFO PIC X(40).
000082     77 WS-CAT-RESULT PIC X.
000083     77 WS-CAT-ETATS PIC X(6).
000084     77 WS-CAT-FIN PIC X VALUE 'N'.
000085     77 WS-DEL-RC PIC S9(5) VALUE 0.
000086     77 NB-LIGNES-CAT PIC 9(5) VALUE 0.
000087     77 NB-PURGEES PIC 9(5) VALUE 0.
000088     77 NB-ABSENTES PIC 9(5) VALUE 0.
000089     77 NB-REFUSEES PIC 9(5) VALUE 0.
000090     77 NB-RETIREES PIC 9(5) VALUE 0.
000091
000092* Journal operateur commun (journal.txt, via journal-op) : les
000093* messages d'exploitation de la console sont aussi consignes
000094* horodates dans un fichier unique pour toute la suite, que la
000095* supervision greppe apres incident. Module absent ou journal
000096* inecrivable : la console reste seule, sans faire echouer le
000097* passage.
000098     77 WS-JRN-PROG PIC X(20) VALUE "retention-sorties".
000099     77 WS-JRN-SEV PIC X.
000100     77 WS-JRN-MSG PIC X(80).
000101
000102 PROCEDURE DIVISION.
000103 main.
000104     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000105     MOVE 'I' TO WS-JRN-SEV.
000106     MOVE "debut de la retention des generations" TO WS-JRN-MSG.
000107     PERFORM write-journal.
000108     PERFORM load-retention.
000109     OPEN OUTPUT RPT-FILE.
000110     IF WS-RPT-STATUS NOT = "00"
000111         DISPLAY "ERREUR : creation de retention.txt impossible "
000112             "(status " WS-RPT-STATUS ")" END-DISPLAY
000113         MOVE 'E' TO WS-JRN-SEV
000114         MOVE SPACES TO WS-JRN-MSG
000115         STRING "creation de retention.txt impossible (status "
000116             WS-RPT-STATUS
000117             ")"
000118             INTO WS-JRN-MSG
000119         END-STRING
000120         PERFORM write-journal
000121         MOVE 12 TO RETURN-CODE
000122         STOP RUN
000123     END-IF.
000124     MOVE SPACES TO RPT-LINE.
000125     STRING "Retention des generations du " WS-TODAY
000126         INTO RPT-LINE
000127     END-STRING.
000128     WRITE RPT-LINE END-WRITE.
000129     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
000130             UNTIL WS-TYPE-IDX > 6
000131         MOVE SPACES TO RPT-LINE
000132         IF WS-DUREE(WS-TYPE-IDX) = 0
000133             STRING "  " WS-TYPE-NOM(WS-TYPE-IDX)
000134                 " : conservation sans limite"
000135                 INTO RPT-LINE
000136             END-STRING
000137         ELSE
000138             STRING "  " WS-TYPE-NOM(WS-TYPE-IDX) " : "
000139                 WS-DUREE(WS-TYPE-IDX) " jour(s), purge avant le "
000140                 WS-LIMITE(WS-TYPE-IDX)
000141                 INTO RPT-LINE
000142             END-STRING
000143         END-IF
000144         WRITE RPT-LINE END-WRITE
000145     END-PERFORM.
000146     PERFORM scan-catalogue.
000147     MOVE SPACES TO RPT-LINE.
000148     STRING "Lignes du catalogue : " NB-LIGNES-CAT
000149         " - generations purgees : " NB-PURGEES
000150         INTO RPT-LINE
000151     END-STRING.
000152     WRITE RPT-LINE END-WRITE.
000153     MOVE SPACES TO RPT-LINE.
000154     STRING "Generations deja absentes : " NB-ABSENTES
000155         " - suppressions refusees : " NB-REFUSEES
000156         INTO RPT-LINE
000157     END-STRING.
000158     WRITE RPT-LINE END-WRITE.
000159     MOVE SPACES TO RPT-LINE.
000160     STRING "Lignes retirees du catalogue : " NB-RETIREES
000161         INTO RPT-LINE
000162     END-STRING.
000163     WRITE RPT-LINE END-WRITE.
000164     CLOSE RPT-FILE.
000165     DISPLAY "Retention du " WS-TODAY " : " NB-PURGEES
000166         " generation(s) purgee(s), " NB-RETIREES
000167         " ligne(s) retiree(s) du catalogue" END-DISPLAY.
000168     MOVE 'I' TO WS-JRN-SEV.
000169     MOVE SPACES TO WS-JRN-MSG.
000170     STRING "fin de la retention, " NB-PURGEES
000171         " generation(s) purgee(s), code retour " WS-JOB-RC
000172         INTO WS-JRN-MSG
000173     END-STRING.
000174     PERFORM write-journal.
000175     MOVE WS-JOB-RC TO RETURN-CODE.
000176     STOP RUN.
000177
000178 load-retention.
000179* Durees par defaut, surchargees type par type par retention.dat ;
000180* une ligne illisible arrete tout, on ne purge pas sur une table
000181* douteuse.
000182     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
000183             UNTIL WS-TYPE-IDX > 6
000184         MOVE 30 TO WS-DUREE(WS-TYPE-IDX)
000185     END-PERFORM.
000186     MOVE 90 TO WS-DUREE(2).
000187     OPEN INPUT RET-FILE.
000188     IF WS-RET-STATUS = "00"
000189         PERFORM UNTIL WS-RET-STATUS NOT = "00"
000190             READ RET-FILE
000191             IF WS-RET-STATUS = "00"
000192                 ADD 1 TO WS-LIGNE-NO
000193                 IF RET-LINE NOT = SPACES
000194                         AND RET-LINE(1:1) NOT = "*"
000195                     PERFORM load-retention-line
000196                 END-IF
000197             END-IF
000198         END-PERFORM
000199         CLOSE RET-FILE
000200     END-IF.
000201     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
000202     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
000203             UNTIL WS-TYPE-IDX > 6
000204         IF WS-DUREE(WS-TYPE-IDX) = 0
000205             MOVE 0 TO WS-LIMITE(WS-TYPE-IDX)
000206         ELSE
000207             COMPUTE WS-LIMITE(WS-TYPE-IDX) =
000208                 FUNCTION DATE-OF-INTEGER(WS-TODAY-INT
000209                 - WS-DUREE(WS-TYPE-IDX) + 1)
000210         END-IF
000211         IF WS-DUREE(WS-TYPE-IDX) > WS-DUREE-MAX
000212             MOVE WS-DUREE(WS-TYPE-IDX) TO WS-DUREE-MAX
000213         END-IF
000214     END-PERFORM.
000215* Une ligne de catalogue vide n'est retiree qu'au-dela de la plus
000216* longue duree ; un type conserve sans limite les garde toutes.
000217     MOVE 0 TO WS-LIMITE-CAT.
000218     IF WS-DUREE(1) > 0 AND WS-DUREE(2) > 0 AND WS-DUREE(3) > 0
000219             AND WS-DUREE(4) > 0 AND WS-DUREE(5) > 0
000220             AND WS-DUREE(6) > 0
000221         COMPUTE WS-LIMITE-CAT = FUNCTION DATE-OF-INTEGER(
000222             WS-TODAY-INT - WS-DUREE-MAX + 1)
000223     END-IF.
000224
000225 load-retention-line.
000226     MOVE 0 TO WS-TYPE-TROUVE.
000227     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
000228             UNTIL WS-TYPE-IDX > 6
000229         IF RET-LINE(1:14) = WS-TYPE-NOM(WS-TYPE-IDX)
000230             MOVE WS-TYPE-IDX TO WS-TYPE-TROUVE
000231         END-IF
000232     END-PERFORM.
000233     IF WS-TYPE-TROUVE = 0 OR RET-LINE(16:4) IS NOT NUMERIC
000234         DISPLAY "ERREUR : ligne " WS-LIGNE-NO
000235             " de retention.dat illisible : " RET-LINE(1:40)
000236             END-DISPLAY
000237         MOVE 'E' TO WS-JRN-SEV
000238         MOVE SPACES TO WS-JRN-MSG
000239         STRING "ligne " WS-LIGNE-NO
000240             " de retention.dat illisible, aucune purge"
000241             INTO WS-JRN-MSG
000242         END-STRING
000243         PERFORM write-journal
000244         MOVE 12 TO RETURN-CODE
000245         STOP RUN
000246     END-IF.
000247     MOVE RET-LINE(16:4) TO WS-DUREE(WS-TYPE-TROUVE).
000248
000249 scan-catalogue.
000250     MOVE 'D' TO WS-CAT-ACTION.
000251     MOVE SPACE TO WS-CAT-RESULT.
000252     CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000253         WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000254         ON EXCEPTION MOVE 'M' TO WS-CAT-RESULT
000255     END-CALL.
000256     IF WS-CAT-RESULT = 'M'
000257         DISPLAY "ERREUR : module catalogue absent" END-DISPLAY
000258         MOVE 'E' TO WS-JRN-SEV
000259         MOVE "module catalogue absent, aucune purge"
000260             TO WS-JRN-MSG
000261         PERFORM write-journal
000262         MOVE "ERREUR : module catalogue absent" TO RPT-LINE
000263         WRITE RPT-LINE END-WRITE
000264         MOVE 12 TO WS-JOB-RC
000265     END-IF.
000266     IF WS-CAT-RESULT = 'E'
000267         DISPLAY "ATTENTION : catalogue.dat absent, illisible ou "
000268             "plein, aucune purge" END-DISPLAY
000269         MOVE 'W' TO WS-JRN-SEV
000270         MOVE "catalogue.dat absent, illisible ou plein"
000271             TO WS-JRN-MSG
000272         PERFORM write-journal
000273         MOVE SPACES TO RPT-LINE
000274         STRING "ATTENTION : catalogue.dat absent, illisible ou "
000275             "plein"
000276             INTO RPT-LINE
000277         END-STRING
000278         WRITE RPT-LINE END-WRITE
000279         IF WS-JOB-RC < 4
000280             MOVE 4 TO WS-JOB-RC
000281         END-IF
000282     END-IF.
000283     IF WS-CAT-RESULT = 'T'
000284         MOVE 'N' TO WS-CAT-FIN
000285         PERFORM UNTIL WS-CAT-FIN = 'Y'
000286             MOVE 'S' TO WS-CAT-ACTION
000287             CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000288                 WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000289                 ON EXCEPTION MOVE 'F' TO WS-CAT-RESULT
000290             END-CALL
000291             IF WS-CAT-RESULT = 'T'
000292                 ADD 1 TO NB-LIGNES-CAT
000293                 PERFORM purge-one-entry
000294             ELSE
000295                 MOVE 'Y' TO WS-CAT-FIN
000296             END-IF
000297         END-PERFORM
000298         MOVE 'F' TO WS-CAT-ACTION
000299         CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000300             WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000301             ON EXCEPTION MOVE 'E' TO WS-CAT-RESULT
000302         END-CALL
000303         IF WS-CAT-RESULT = 'E'
000304             DISPLAY "ERREUR : reecriture de catalogue.dat "
000305                 "impossible, generations purgees encore "
000306                 "cataloguees" END-DISPLAY
000307             MOVE 'E' TO WS-JRN-SEV
000308             MOVE "reecriture de catalogue.dat impossible"
000309                 TO WS-JRN-MSG
000310             PERFORM write-journal
000311             MOVE SPACES TO RPT-LINE
000312             STRING "ERREUR : reecriture de catalogue.dat "
000313                 "impossible"
000314                 INTO RPT-LINE
000315             END-STRING
000316             WRITE RPT-LINE END-WRITE
000317             MOVE 12 TO WS-JOB-RC
000318         END-IF
000319     END-IF.
000320
000321 purge-one-entry.
000322     MOVE WS-CAT-INFO(23:6) TO WS-CAT-ETATS.
000323     PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
000324             UNTIL WS-TYPE-IDX > 6
000325         IF WS-CAT-ETATS(WS-TYPE-IDX:1) = 'Y'
000326                 AND WS-LIMITE(WS-TYPE-IDX) > 0
000327                 AND WS-CAT-JOUR < WS-LIMITE(WS-TYPE-IDX)
000328             PERFORM purge-generation
000329         END-IF
000330     END-PERFORM.
000331     IF WS-LIMITE-CAT > 0 AND WS-CAT-JOUR < WS-LIMITE-CAT
000332         MOVE 0 TO WS-TYPE-TROUVE
000333         INSPECT WS-CAT-ETATS TALLYING WS-TYPE-TROUVE FOR ALL 'Y'
000334         IF WS-TYPE-TROUVE = 0
000335             MOVE 'X' TO WS-CAT-ACTION
000336             CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000337                 WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000338                 ON EXCEPTION CONTINUE
000339             END-CALL
000340             ADD 1 TO NB-RETIREES
000341         END-IF
000342     END-IF.
000343
000344 purge-generation.
000345* Une generation deja absente du disque (supprimee a la main) est
000346* marquee purgee avec avertissement ; une suppression refusee la
000347* laisse cataloguee pour la nuit suivante.
000348     MOVE 'N' TO WS-CAT-ACTION.
000349     MOVE WS-TYPE-IDX TO WS-CAT-TYPE.
000350     CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000351         WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000352         ON EXCEPTION CONTINUE
000353     END-CALL.
000354     MOVE WS-CAT-INFO TO WS-GEN-NAME.
000355     OPEN INPUT GEN-FILE.
000356     IF WS-GEN-STATUS = "35"
000357         ADD 1 TO NB-ABSENTES
000358         MOVE 'P' TO WS-CAT-ETATS(WS-TYPE-IDX:1)
000359         PERFORM mark-purged
000360         MOVE SPACES TO RPT-LINE
000361         STRING "ATTENTION : " FUNCTION TRIM(WS-GEN-NAME)
000362             " deja absente, marquee purgee"
000363             INTO RPT-LINE
000364         END-STRING
000365         WRITE RPT-LINE END-WRITE
000366         MOVE 'W' TO WS-JRN-SEV
000367         MOVE SPACES TO WS-JRN-MSG
000368         STRING FUNCTION TRIM(WS-GEN-NAME)
000369             " deja absente, marquee purgee"
000370             INTO WS-JRN-MSG
000371         END-STRING
000372         PERFORM write-journal
000373         IF WS-JOB-RC < 4
000374             MOVE 4 TO WS-JOB-RC
000375         END-IF
000376     ELSE
000377         IF WS-GEN-STATUS = "00"
000378             CLOSE GEN-FILE
000379         END-IF
000380         MOVE 0 TO RETURN-CODE
000381         CALL "CBL_DELETE_FILE" USING WS-GEN-NAME
000382             ON EXCEPTION MOVE 1 TO RETURN-CODE
000383         END-CALL
000384         MOVE RETURN-CODE TO WS-DEL-RC
000385         IF WS-DEL-RC = 0
000386             ADD 1 TO NB-PURGEES
000387             MOVE 'P' TO WS-CAT-ETATS(WS-TYPE-IDX:1)
000388             PERFORM mark-purged
000389             MOVE SPACES TO RPT-LINE
000390             STRING "Purgee : " FUNCTION TRIM(WS-GEN-NAME)
000391                 INTO RPT-LINE
000392             END-STRING
000393             WRITE RPT-LINE END-WRITE
000394         ELSE
000395             ADD 1 TO NB-REFUSEES
000396             MOVE SPACES TO RPT-LINE
000397             STRING "ATTENTION : suppression de "
000398                 FUNCTION TRIM(WS-GEN-NAME) " refusee"
000399                 INTO RPT-LINE
000400             END-STRING
000401             WRITE RPT-LINE END-WRITE
000402             MOVE 'W' TO WS-JRN-SEV
000403             MOVE SPACES TO WS-JRN-MSG
000404             STRING "suppression de " FUNCTION TRIM(WS-GEN-NAME)
000405                 " refusee"
000406                 INTO WS-JRN-MSG
000407             END-STRING
000408             PERFORM write-journal
000409             IF WS-JOB-RC < 4
000410                 MOVE 4 TO WS-JOB-RC
000411             END-IF
000412         END-IF
000413     END-IF.
000414     MOVE 0 TO RETURN-CODE.
000415
000416 mark-purged.
000417     MOVE 'P' TO WS-CAT-ACTION.
000418     CALL "catalogue" USING WS-CAT-ACTION, WS-CAT-JOUR,
000419         WS-CAT-TYPE, WS-CAT-INFO, WS-CAT-RESULT
000420         ON EXCEPTION CONTINUE
000421     END-CALL.
000422
000423 write-journal.
000424     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000425         ON EXCEPTION CONTINUE
000426     END-CALL.
