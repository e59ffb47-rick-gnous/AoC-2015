000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. passation.
000003
000004* Releve de passation du matin : l'equipe de jour n'a plus a
000005* ouvrir un par un chaine.log, journal.txt, job-summary.txt,
000006* relance.txt, epuration.txt et report.txt pour savoir si la nuit
000007* s'est bien passee. Le programme les relit pour la derniere nuit
000008* et ecrit une page, passation.txt :
000009*  - chaque etape de la chaine avec son code retour et sa duree
000010*    (ecart entre sa ligne de chaine.log et la precedente de la
000011*    meme execution), et le sort de la chaine ;
000012*  - chaque ligne W/E de journal.txt depuis le debut de la
000013*    chaine, regroupees par programme ;
000014*  - les compteurs cles de job-summary.txt face a la moyenne des
000015*    jours precedents de history.dat (bonnes chaines par partie)
000016*    et de durees.dat (duree totale), l'ecart etant signale
000017*    au-dela de JOUR5_PASSATION_ECART pour cent (50 par defaut) ;
000018*  - les codes en ESCALADE et en ALERTE de relance.txt ;
000019*  - le bilan de l'epuration si elle a tourne cette nuit ;
000020*  - les desequilibres de fin de job et les anomalies
000021*    d'enregistrement de controle de report.txt.
000022* La page finit par un etat global : RED (chaine arretee, etape
000023* en echec, erreur au journal, desequilibre ou controle errone),
000024* AMBER (avertissement, code retour non nul tolere, ecart de
000025* compteur, escalade ou alerte fournisseur, fichier absent ou
000026* d'une autre nuit, chaine sans fin consignee), GREEN sinon,
000027* precede des motifs retenus. La derniere nuit est la journee de
000028* chaine du dernier DEBUT CHAINE (sans chaine.log : depuis la
000029* veille a midi). Code retour : 0 GREEN, 4 AMBER, 8 RED, 12 si
000030* passation.txt ne peut etre ecrit.
000031
000032 ENVIRONMENT DIVISION.
000033    INPUT-OUTPUT SECTION.
000034    FILE-CONTROL.
000035         SELECT LOG-FILE ASSIGN TO "chaine.log"
000036         ORGANIZATION LINE SEQUENTIAL
000037         FILE STATUS IS WS-LOG-STATUS.
000038         SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
000039         ORGANIZATION LINE SEQUENTIAL
000040         FILE STATUS IS WS-JOURNAL-STATUS.
000041         SELECT SUMMARY-FILE ASSIGN TO "job-summary.txt"
000042         ORGANIZATION LINE SEQUENTIAL
000043         FILE STATUS IS WS-SUMM-STATUS.
000044         SELECT HISTORY-FILE ASSIGN TO "history.dat"
000045         ORGANIZATION LINE SEQUENTIAL
000046         FILE STATUS IS WS-HIST-STATUS.
000047         SELECT DUREE-FILE ASSIGN TO "durees.dat"
000048         ORGANIZATION LINE SEQUENTIAL
000049         FILE STATUS IS WS-DUREE-STATUS.
000050         SELECT RELANCE-FILE ASSIGN TO "relance.txt"
000051         ORGANIZATION LINE SEQUENTIAL
000052         FILE STATUS IS WS-REL-STATUS.
000053         SELECT PURGE-REPORT ASSIGN TO "epuration.txt"
000054         ORGANIZATION LINE SEQUENTIAL
000055         FILE STATUS IS WS-PURGE-STATUS.
000056         SELECT REPORT-FILE ASSIGN TO "report.txt"
000057         ORGANIZATION LINE SEQUENTIAL
000058         FILE STATUS IS WS-REPORT-STATUS.
000059         SELECT PASSATION-FILE ASSIGN TO "passation.txt"
000060         ORGANIZATION LINE SEQUENTIAL
000061         FILE STATUS IS WS-PASS-STATUS.
000062
000063 DATA DIVISION.
000064   FILE SECTION.
000065   FD LOG-FILE.
000066     01 LOG-LINE PIC X(120).
000067
000068   FD JOURNAL-FILE.
000069     01 JOURNAL-LINE PIC X(120).
000070
000071   FD SUMMARY-FILE.
000072     01 SUMMARY-LINE PIC X(80).
000073
000074   FD HISTORY-FILE.
000075     01 HISTORY-LINE PIC X(80).
000076
000077   FD DUREE-FILE.
000078     01 DUREE-LINE PIC X(80).
000079
000080   FD RELANCE-FILE.
000081     01 RELANCE-LINE PIC X(132).
000082
000083   FD PURGE-REPORT.
000084     01 PURGE-LINE PIC X(100).
000085
000086   FD REPORT-FILE.
000087     01 REPORT-LINE PIC X(132).
000088
000089   FD PASSATION-FILE.
000090     01 PASS-LINE PIC X(100).
000091
000092   WORKING-STORAGE SECTION.
000093     77 WS-LOG-STATUS PIC XX.
000094     77 WS-JOURNAL-STATUS PIC XX.
000095     77 WS-SUMM-STATUS PIC XX.
000096     77 WS-HIST-STATUS PIC XX.
000097     77 WS-DUREE-STATUS PIC XX.
000098     77 WS-REL-STATUS PIC XX.
000099     77 WS-PURGE-STATUS PIC XX.
000100     77 WS-REPORT-STATUS PIC XX.
000101     77 WS-PASS-STATUS PIC XX.
000102     77 WS-TODAY PIC 9(8) VALUE 0.
000103     77 WS-HEURE PIC 9(8) VALUE 0.
000104     77 WS-ECART-PARM PIC X(8).
000105     77 WS-ECART-CHK PIC S9(4).
000106     77 WS-ECART-MAX PIC 9(4) VALUE 50.
000107* Derniere nuit : journee de chaine, horodatage du premier
000108* DEBUT CHAINE de cette journee (debut de la fenetre du journal)
000109* et sort de la chaine.
000110     77 WS-NUIT-JOUR PIC 9(8) VALUE 0.
000111     77 WS-NUIT-DEBUT PIC 9(14) VALUE 0.
000112     77 WS-NUIT-FIN PIC X(25) VALUE SPACES.
000113     77 WS-NUIT-FIN-RC PIC 9(3) VALUE 0.
000114     77 WS-CHAINE-LUE PIC X VALUE 'N'.
000115     77 WS-LIG-JOUR PIC 9(8).
000116     77 WS-LIG-NUM PIC 99.
000117     77 WS-LIG-SEC PIC 9(12).
000118     77 WS-PREC-SEC PIC 9(12) VALUE 0.
000119     77 WS-LIG-STAMP PIC 9(14).
000120* Etapes de la derniere nuit, rangees par numero d'etape : une
000121* relance remplace le sort d'une etape par son dernier sort.
000122     01 WS-PAS-TABLE.
000123       05 WS-PAS-ENTRY OCCURS 99 TIMES.
000124         10 WS-PAS-VU PIC X.
000125         10 WS-PAS-STATUT PIC X(25).
000126         10 WS-PAS-RC PIC 9(3).
000127         10 WS-PAS-DUREE PIC 9(7).
000128         10 WS-PAS-HEURE PIC X(6).
000129     77 WS-PAS-IDX PIC 999.
000130     77 NB-ETAPES PIC 99 VALUE 0.
000131     77 NB-ETAPES-ECHEC PIC 99 VALUE 0.
000132     77 NB-ETAPES-RC PIC 99 VALUE 0.
000133* Lignes W/E du journal depuis le debut de la nuit, et
000134* programmes qui les ont emises, dans l'ordre d'apparition.
000135     01 WS-JRN-TABLE.
000136       05 WS-JRN-ENTRY OCCURS 300 TIMES.
000137         10 WS-JE-PROG PIC X(20).
000138         10 WS-JE-SEV PIC X.
000139         10 WS-JE-HEURE PIC X(6).
000140         10 WS-JE-MSG PIC X(62).
000141     77 WS-JE-COUNT PIC 999 VALUE 0.
000142     77 WS-JE-IDX PIC 999.
000143     77 NB-JE-PERDUES PIC 9(5) VALUE 0.
000144     01 WS-JP-TABLE.
000145       05 WS-JP-ENTRY OCCURS 40 TIMES.
000146         10 WS-JP-PROG PIC X(20).
000147         10 WS-JP-NB-W PIC 9(5).
000148         10 WS-JP-NB-E PIC 9(5).
000149     77 WS-JP-COUNT PIC 99 VALUE 0.
000150     77 WS-JP-IDX PIC 99.
000151     77 WS-JP-FOUND PIC 99.
000152     77 NB-JRN-W PIC 9(5) VALUE 0.
000153     77 NB-JRN-E PIC 9(5) VALUE 0.
000154* Compteurs cles de job-summary.txt.
000155     77 WS-SUMM-LU PIC X VALUE 'N'.
000156     77 WS-SUMM-DATE PIC 9(8) VALUE 0.
000157     77 WS-SUMM-STATUT PIC X(20) VALUE SPACES.
000158     77 WS-SUMM-RC PIC X(3) VALUE SPACES.
000159     77 WS-VAL-CHK PIC S9(4).
000160     77 WS-VAL-NUM PIC 9(9).
000161     77 WS-SUMM-LUES PIC 9(9) VALUE 0.
000162     77 WS-SUMM-REJETS PIC 9(9) VALUE 0.
000163     77 WS-SUMM-PREM PIC 9(9) VALUE 0.
000164     77 WS-SUMM-DEUX PIC 9(9) VALUE 0.
000165     77 WS-SUMM-TROIS PIC 9(9) VALUE 0.
000166     77 WS-SUMM-DUREE PIC 9(9) VALUE 0.
000167* Moyennes des jours precedents (la journee du passage exclue).
000168     77 WS-SUM-PREM PIC 9(9) VALUE 0.
000169     77 WS-SUM-DEUX PIC 9(9) VALUE 0.
000170     77 WS-SUM-TROIS PIC 9(9) VALUE 0.
000171     77 WS-SUM-DUREE PIC 9(9) VALUE 0.
000172     77 WS-CNT-PREM PIC 9 VALUE 0.
000173     77 WS-CNT-DEUX PIC 9 VALUE 0.
000174     77 WS-CNT-TROIS PIC 9 VALUE 0.
000175     77 WS-CNT-DUREE PIC 9 VALUE 0.
000176     77 WS-CMP-LIB PIC X(24).
000177     77 WS-CMP-VAL PIC 9(9).
000178     77 WS-CMP-SUM PIC 9(9).
000179     77 WS-CMP-CNT PIC 9.
000180     77 WS-CMP-AVG PIC 9(9).
000181     77 WS-CMP-ECART PIC S9(6).
000182     77 WS-CMP-ECART-ED PIC -(5)9.
000183     77 WS-CMP-ECART-ABS PIC 9(6).
000184* Fournisseur, epuration, controles. relance.txt et report.txt ne
000185* sont repris que s'ils sont dates de la nuit (NUIT = 'Y').
000186     77 WS-REL-LU PIC X VALUE 'N'.
000187     77 WS-REL-DATE PIC X(8) VALUE SPACES.
000188     77 WS-REL-NUIT PIC X VALUE 'N'.
000189     77 NB-ESCALADES PIC 9(6) VALUE 0.
000190     77 NB-ALERTES PIC 9(6) VALUE 0.
000191     77 WS-PURGE-DATE PIC X(8) VALUE SPACES.
000192     77 WS-PURGE-BILAN PIC X(80) VALUE SPACES.
000193     77 WS-REPORT-LU PIC X VALUE 'N'.
000194     77 WS-REPORT-DATE PIC X(8) VALUE SPACES.
000195     77 WS-REPORT-NUIT PIC X VALUE 'N'.
000196     77 WS-EQUIL-OK PIC X VALUE 'N'.
000197     77 NB-DESEQUILIBRES PIC 99 VALUE 0.
000198     77 NB-CONTROLES PIC 99 VALUE 0.
000199     77 WS-CTL-CPT PIC 99.
000200     01 WS-CTL-TABLE.
000201       05 WS-CTL-LIGNE PIC X(90) OCCURS 10 TIMES.
000202     77 WS-CTL-COUNT PIC 99 VALUE 0.
000203     77 WS-CTL-IDX PIC 99.
000204* Etat global et motifs retenus, dans l'ordre de decouverte.
000205     77 WS-ETAT PIC 9 VALUE 0.
000206     77 WS-ETAT-TXT PIC X(5).
000207     77 WS-MOTIF-SEV PIC 9.
000208     77 WS-MOTIF PIC X(80).
000209     01 WS-MOTIF-TABLE.
000210       05 WS-MOTIF-LIGNE PIC X(90) OCCURS 15 TIMES.
000211     77 WS-MOTIF-COUNT PIC 99 VALUE 0.
000212     77 WS-MOTIF-IDX PIC 99.
000213     77 NB-MOTIFS-AUTRES PIC 99 VALUE 0.
000214     77 WS-JOB-RC PIC 99 VALUE 0.
000215
000216* Journal operateur commun (journal.txt, via journal-op) : les
000217* messages d'exploitation de la console sont aussi consignes
000218* horodates dans un fichier unique pour toute la suite, que la
000219* supervision greppe apres incident. Module absent ou journal
000220* inecrivable : la console reste seule, sans faire echouer le
000221* passage.
000222     77 WS-JRN-PROG PIC X(20) VALUE "passation".
000223     77 WS-JRN-SEV PIC X.
000224     77 WS-JRN-MSG PIC X(80).
000225
000226 PROCEDURE DIVISION.
000227 main.
000228     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000229     ACCEPT WS-HEURE FROM TIME.
000230     ACCEPT WS-ECART-PARM
000231         FROM ENVIRONMENT "JOUR5_PASSATION_ECART".
000232     IF WS-ECART-PARM NOT = SPACES
000233         COMPUTE WS-ECART-CHK =
000234             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ECART-PARM))
000235         IF WS-ECART-CHK = 0
000236             COMPUTE WS-ECART-MAX =
000237                 FUNCTION NUMVAL(FUNCTION TRIM(WS-ECART-PARM))
000238         ELSE
000239             DISPLAY "ATTENTION : JOUR5_PASSATION_ECART "
000240                 "invalide, seuil de 50 % retenu" END-DISPLAY
000241         END-IF
000242     END-IF.
000243     PERFORM read-chain-log.
000244     PERFORM read-journal.
000245     PERFORM read-job-summary.
000246     PERFORM read-history.
000247     PERFORM read-durations.
000248     PERFORM read-relance.
000249     PERFORM read-purge-report.
000250     PERFORM read-run-report.
000251     PERFORM write-handover.
000252     DISPLAY "Passation de la nuit du " WS-NUIT-JOUR " : "
000253         FUNCTION TRIM(WS-ETAT-TXT) " (" WS-MOTIF-COUNT
000254         " motif(s)) - "
000255         "passation.txt" END-DISPLAY.
000256     EVALUATE WS-ETAT
000257         WHEN 0
000258             MOVE 'I' TO WS-JRN-SEV
000259             MOVE 0 TO WS-JOB-RC
000260         WHEN 1
000261             MOVE 'W' TO WS-JRN-SEV
000262             MOVE 4 TO WS-JOB-RC
000263         WHEN OTHER
000264             MOVE 'W' TO WS-JRN-SEV
000265             MOVE 8 TO WS-JOB-RC
000266     END-EVALUATE.
000267     MOVE SPACES TO WS-JRN-MSG.
000268     STRING "passation de la nuit du " WS-NUIT-JOUR " : "
000269         FUNCTION TRIM(WS-ETAT-TXT) ", code retour " WS-JOB-RC
000270         INTO WS-JRN-MSG
000271     END-STRING.
000272     PERFORM write-journal.
000273     MOVE WS-JOB-RC TO RETURN-CODE.
000274     STOP RUN.
000275
000276 read-chain-log.
000277* chaine.log en colonnes fixes (voir write-log-line de
000278* chaine-nuit) : date (1-8), heure (10-15), statut (19-43),
000279* etape (50-51), code retour (58-60), journee de chaine (68-75,
000280* date de la ligne pour les lignes anciennes). Un DEBUT CHAINE
000281* d'une autre journee ouvre une nouvelle nuit ; les relances de
000282* la meme journee la completent.
000283     PERFORM VARYING WS-PAS-IDX FROM 1 BY 1 UNTIL WS-PAS-IDX > 99
000284         MOVE 'N' TO WS-PAS-VU(WS-PAS-IDX)
000285     END-PERFORM.
000286     OPEN INPUT LOG-FILE.
000287     IF WS-LOG-STATUS NOT = "00"
000288         MOVE 1 TO WS-MOTIF-SEV
000289         MOVE "chaine.log absent : sort de la chaine inconnu"
000290             TO WS-MOTIF
000291         PERFORM add-motif
000292     ELSE
000293         PERFORM UNTIL WS-LOG-STATUS NOT = "00"
000294             READ LOG-FILE
000295             IF WS-LOG-STATUS = "00"
000296                     AND LOG-LINE(1:8) IS NUMERIC
000297                     AND LOG-LINE(10:6) IS NUMERIC
000298                 PERFORM absorb-log-line
000299             END-IF
000300         END-PERFORM
000301         CLOSE LOG-FILE
000302     END-IF.
000303* Sans chaine consignee, la nuit est la veille et le journal est
000304* repris depuis la veille a midi.
000305     IF WS-CHAINE-LUE = 'N'
000306         COMPUTE WS-NUIT-JOUR = FUNCTION DATE-OF-INTEGER(
000307             FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1)
000308         COMPUTE WS-NUIT-DEBUT = WS-NUIT-JOUR * 1000000 + 120000
000309     END-IF.
000310
000311 absorb-log-line.
000312     IF LOG-LINE(68:8) IS NUMERIC
000313         MOVE LOG-LINE(68:8) TO WS-LIG-JOUR
000314     ELSE
000315         MOVE LOG-LINE(1:8) TO WS-LIG-JOUR
000316     END-IF.
000317     COMPUTE WS-LIG-SEC =
000318         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LOG-LINE(1:8)))
000319         * 86400
000320         + FUNCTION NUMVAL(LOG-LINE(10:2)) * 3600
000321         + FUNCTION NUMVAL(LOG-LINE(12:2)) * 60
000322         + FUNCTION NUMVAL(LOG-LINE(14:2)).
000323     IF LOG-LINE(19:12) = "DEBUT CHAINE"
000324         IF WS-CHAINE-LUE = 'N' OR WS-LIG-JOUR NOT = WS-NUIT-JOUR
000325             PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
000326                     UNTIL WS-PAS-IDX > 99
000327                 MOVE 'N' TO WS-PAS-VU(WS-PAS-IDX)
000328             END-PERFORM
000329             MOVE 'Y' TO WS-CHAINE-LUE
000330             MOVE WS-LIG-JOUR TO WS-NUIT-JOUR
000331             COMPUTE WS-NUIT-DEBUT =
000332                 FUNCTION NUMVAL(LOG-LINE(1:8)) * 1000000
000333                 + FUNCTION NUMVAL(LOG-LINE(10:6))
000334         END-IF
000335         MOVE SPACES TO WS-NUIT-FIN
000336         MOVE WS-LIG-SEC TO WS-PREC-SEC
000337     END-IF.
000338     IF WS-CHAINE-LUE = 'Y' AND WS-LIG-JOUR = WS-NUIT-JOUR
000339         IF LOG-LINE(19:6) = "CHAINE"
000340             MOVE LOG-LINE(19:25) TO WS-NUIT-FIN
000341             IF LOG-LINE(58:3) IS NUMERIC
000342                 MOVE LOG-LINE(58:3) TO WS-NUIT-FIN-RC
000343             END-IF
000344         END-IF
000345         IF LOG-LINE(19:5) = "ETAPE" OR LOG-LINE(19:5) = "SAUTE"
000346             MOVE 0 TO WS-LIG-NUM
000347             IF LOG-LINE(50:2) IS NUMERIC
000348                 MOVE LOG-LINE(50:2) TO WS-LIG-NUM
000349             END-IF
000350*   Une etape deja faite sautee a la relance garde son sort
000351*   d'origine.
000352             IF WS-LIG-NUM > 0
000353                     AND LOG-LINE(19:12) = "ETAPE SAUTEE"
000354                 IF WS-PAS-VU(WS-LIG-NUM) = 'Y'
000355                     MOVE 0 TO WS-LIG-NUM
000356                 END-IF
000357             END-IF
000358             IF WS-LIG-NUM > 0
000359                 MOVE 'Y' TO WS-PAS-VU(WS-LIG-NUM)
000360                 MOVE LOG-LINE(19:25) TO WS-PAS-STATUT(WS-LIG-NUM)
000361                 MOVE 0 TO WS-PAS-RC(WS-LIG-NUM)
000362                 IF LOG-LINE(58:3) IS NUMERIC
000363                     MOVE LOG-LINE(58:3) TO WS-PAS-RC(WS-LIG-NUM)
000364                 END-IF
000365                 MOVE LOG-LINE(10:6) TO WS-PAS-HEURE(WS-LIG-NUM)
000366                 MOVE 0 TO WS-PAS-DUREE(WS-LIG-NUM)
000367                 IF WS-LIG-SEC > WS-PREC-SEC
000368                     COMPUTE WS-PAS-DUREE(WS-LIG-NUM) =
000369                         WS-LIG-SEC - WS-PREC-SEC
000370                 END-IF
000371             END-IF
000372         END-IF
000373         MOVE WS-LIG-SEC TO WS-PREC-SEC
000374     END-IF.
000375
000376 read-journal.
000377* Lignes W et E horodatees depuis le debut de la nuit ; au-dela
000378* de 300 lignes seul le compte par programme reste exact.
000379     OPEN INPUT JOURNAL-FILE.
000380     IF WS-JOURNAL-STATUS NOT = "00"
000381         MOVE 1 TO WS-MOTIF-SEV
000382         MOVE "journal.txt absent" TO WS-MOTIF
000383         PERFORM add-motif
000384     ELSE
000385         PERFORM UNTIL WS-JOURNAL-STATUS NOT = "00"
000386             READ JOURNAL-FILE
000387             IF WS-JOURNAL-STATUS = "00"
000388                     AND JOURNAL-LINE(1:8) IS NUMERIC
000389                     AND JOURNAL-LINE(10:6) IS NUMERIC
000390                     AND (JOURNAL-LINE(38:1) = 'W'
000391                     OR JOURNAL-LINE(38:1) = 'E')
000392                 COMPUTE WS-LIG-STAMP =
000393                     FUNCTION NUMVAL(JOURNAL-LINE(1:8)) * 1000000
000394                     + FUNCTION NUMVAL(JOURNAL-LINE(10:6))
000395                 IF WS-LIG-STAMP >= WS-NUIT-DEBUT
000396                     PERFORM absorb-journal-line
000397                 END-IF
000398             END-IF
000399         END-PERFORM
000400         CLOSE JOURNAL-FILE
000401     END-IF.
000402
000403 absorb-journal-line.
000404     IF JOURNAL-LINE(38:1) = 'E'
000405         ADD 1 TO NB-JRN-E
000406     ELSE
000407         ADD 1 TO NB-JRN-W
000408     END-IF.
000409     MOVE 0 TO WS-JP-FOUND.
000410     PERFORM VARYING WS-JP-IDX FROM 1 BY 1
000411             UNTIL WS-JP-IDX > WS-JP-COUNT OR WS-JP-FOUND > 0
000412         IF WS-JP-PROG(WS-JP-IDX) = JOURNAL-LINE(17:20)
000413             MOVE WS-JP-IDX TO WS-JP-FOUND
000414         END-IF
000415     END-PERFORM.
000416* Au-dela de 40 programmes, les suivants sont comptes sous le
000417* dernier poste, libelle "autres programmes".
000418     IF WS-JP-FOUND = 0
000419         IF WS-JP-COUNT < 40
000420             ADD 1 TO WS-JP-COUNT
000421             MOVE JOURNAL-LINE(17:20) TO WS-JP-PROG(WS-JP-COUNT)
000422             MOVE 0 TO WS-JP-NB-W(WS-JP-COUNT)
000423             MOVE 0 TO WS-JP-NB-E(WS-JP-COUNT)
000424         ELSE
000425             MOVE "autres programmes" TO WS-JP-PROG(40)
000426         END-IF
000427         MOVE WS-JP-COUNT TO WS-JP-FOUND
000428     END-IF.
000429     IF JOURNAL-LINE(38:1) = 'E'
000430         ADD 1 TO WS-JP-NB-E(WS-JP-FOUND)
000431     ELSE
000432         ADD 1 TO WS-JP-NB-W(WS-JP-FOUND)
000433     END-IF.
000434     IF WS-JE-COUNT < 300
000435         ADD 1 TO WS-JE-COUNT
000436         MOVE WS-JP-PROG(WS-JP-FOUND) TO WS-JE-PROG(WS-JE-COUNT)
000437         MOVE JOURNAL-LINE(38:1) TO WS-JE-SEV(WS-JE-COUNT)
000438         MOVE JOURNAL-LINE(10:6) TO WS-JE-HEURE(WS-JE-COUNT)
000439         MOVE JOURNAL-LINE(40:62) TO WS-JE-MSG(WS-JE-COUNT)
000440     ELSE
000441         ADD 1 TO NB-JE-PERDUES
000442     END-IF.
000443
000444 read-job-summary.
000445* job-summary.txt : libelle sur 24 colonnes, valeur ensuite.
000446     OPEN INPUT SUMMARY-FILE.
000447     IF WS-SUMM-STATUS NOT = "00"
000448         MOVE 1 TO WS-MOTIF-SEV
000449         MOVE "job-summary.txt absent : compteurs du passage"
000450             TO WS-MOTIF
000451         MOVE "inconnus" TO WS-MOTIF(47:8)
000452         PERFORM add-motif
000453     ELSE
000454         MOVE 'Y' TO WS-SUMM-LU
000455         PERFORM UNTIL WS-SUMM-STATUS NOT = "00"
000456             READ SUMMARY-FILE
000457             IF WS-SUMM-STATUS = "00"
000458                 PERFORM absorb-summary-line
000459             END-IF
000460         END-PERFORM
000461         CLOSE SUMMARY-FILE
000462* Un recapitulatif plus ancien que la nuit est celui d'une
000463* nuit precedente : jour-cinq n'a pas tourne ou pas fini.
000464         IF WS-SUMM-DATE < WS-NUIT-JOUR
000465             MOVE 1 TO WS-MOTIF-SEV
000466             MOVE SPACES TO WS-MOTIF
000467             STRING "job-summary.txt du " WS-SUMM-DATE
000468                 ", pas de la nuit du " WS-NUIT-JOUR
000469                 INTO WS-MOTIF
000470             END-STRING
000471             PERFORM add-motif
000472         END-IF
000473     END-IF.
000474
000475 absorb-summary-line.
000476     MOVE 0 TO WS-VAL-NUM.
000477     COMPUTE WS-VAL-CHK =
000478         FUNCTION TEST-NUMVAL(SUMMARY-LINE(25:56)).
000479     IF WS-VAL-CHK = 0
000480         COMPUTE WS-VAL-NUM = FUNCTION NUMVAL(SUMMARY-LINE(25:56))
000481     END-IF.
000482     EVALUATE SUMMARY-LINE(1:24)
000483         WHEN "DATE-EXECUTION"
000484             IF SUMMARY-LINE(25:8) IS NUMERIC
000485                 MOVE SUMMARY-LINE(25:8) TO WS-SUMM-DATE
000486             END-IF
000487         WHEN "LIGNES-LUES"
000488             MOVE WS-VAL-NUM TO WS-SUMM-LUES
000489         WHEN "REJETS"
000490             MOVE WS-VAL-NUM TO WS-SUMM-REJETS
000491         WHEN "NICE-PREM"
000492             MOVE WS-VAL-NUM TO WS-SUMM-PREM
000493         WHEN "NICE-DEUX"
000494             MOVE WS-VAL-NUM TO WS-SUMM-DEUX
000495         WHEN "NICE-TROIS"
000496             MOVE WS-VAL-NUM TO WS-SUMM-TROIS
000497         WHEN "DUREE-TOTALE-SEC"
000498             MOVE WS-VAL-NUM TO WS-SUMM-DUREE
000499         WHEN "CODE-RETOUR"
000500             MOVE SUMMARY-LINE(25:3) TO WS-SUMM-RC
000501         WHEN "STATUT"
000502             MOVE SUMMARY-LINE(25:20) TO WS-SUMM-STATUT
000503     END-EVALUATE.
000504
000505 read-history.
000506* history.dat (fenetre de 5 jours ecrite par jour-cinq) : date,
000507* puis indicateur et compte de chaque partie. La journee du
000508* passage est exclue de la moyenne.
000509     OPEN INPUT HISTORY-FILE.
000510     IF WS-HIST-STATUS = "00"
000511         PERFORM UNTIL WS-HIST-STATUS NOT = "00"
000512             READ HISTORY-FILE
000513             IF WS-HIST-STATUS = "00"
000514                     AND HISTORY-LINE(1:8) IS NUMERIC
000515                     AND HISTORY-LINE(1:8) NOT = WS-SUMM-DATE
000516                 IF HISTORY-LINE(9:1) = 'Y'
000517                         AND HISTORY-LINE(10:6) IS NUMERIC
000518                     ADD FUNCTION NUMVAL(HISTORY-LINE(10:6))
000519                         TO WS-SUM-PREM
000520                     ADD 1 TO WS-CNT-PREM
000521                 END-IF
000522                 IF HISTORY-LINE(16:1) = 'Y'
000523                         AND HISTORY-LINE(17:6) IS NUMERIC
000524                     ADD FUNCTION NUMVAL(HISTORY-LINE(17:6))
000525                         TO WS-SUM-DEUX
000526                     ADD 1 TO WS-CNT-DEUX
000527                 END-IF
000528                 IF HISTORY-LINE(23:1) = 'Y'
000529                         AND HISTORY-LINE(24:6) IS NUMERIC
000530                     ADD FUNCTION NUMVAL(HISTORY-LINE(24:6))
000531                         TO WS-SUM-TROIS
000532                     ADD 1 TO WS-CNT-TROIS
000533                 END-IF
000534             END-IF
000535         END-PERFORM
000536         CLOSE HISTORY-FILE
000537     END-IF.
000538
000539 read-durations.
000540* durees.dat : date (1-8), duree totale en secondes (9-15).
000541     OPEN INPUT DUREE-FILE.
000542     IF WS-DUREE-STATUS = "00"
000543         PERFORM UNTIL WS-DUREE-STATUS NOT = "00"
000544             READ DUREE-FILE
000545             IF WS-DUREE-STATUS = "00"
000546                     AND DUREE-LINE(1:8) IS NUMERIC
000547                     AND DUREE-LINE(1:8) NOT = WS-SUMM-DATE
000548                     AND DUREE-LINE(9:7) IS NUMERIC
000549                 ADD FUNCTION NUMVAL(DUREE-LINE(9:7))
000550                     TO WS-SUM-DUREE
000551                 ADD 1 TO WS-CNT-DUREE
000552             END-IF
000553         END-PERFORM
000554         CLOSE DUREE-FILE
000555     END-IF.
000556
000557 read-relance.
000558* relance.txt d'accuses-reception : date en tete (38-45), une
000559* ligne par code en souffrance, ESCALADE des 7 jours, ALERTE
000560* au-dela de 14 jours. Un relance.txt d'une nuit precedente ne
000561* dit rien de la nuit : ses compteurs ne sont pas retenus.
000562     OPEN INPUT RELANCE-FILE.
000563     IF WS-REL-STATUS = "00"
000564         MOVE 'Y' TO WS-REL-LU
000565         READ RELANCE-FILE
000566         IF WS-REL-STATUS = "00"
000567             MOVE RELANCE-LINE(38:8) TO WS-REL-DATE
000568         END-IF
000569         PERFORM UNTIL WS-REL-STATUS NOT = "00"
000570             READ RELANCE-FILE
000571             IF WS-REL-STATUS = "00"
000572                 IF RELANCE-LINE(1:11) = "ESCALADE : "
000573                     ADD 1 TO NB-ESCALADES
000574                 END-IF
000575                 IF RELANCE-LINE(1:9) = "ALERTE : "
000576                     ADD 1 TO NB-ALERTES
000577                 END-IF
000578             END-IF
000579         END-PERFORM
000580         CLOSE RELANCE-FILE
000581     END-IF.
000582     IF WS-REL-LU = 'Y' AND WS-REL-DATE IS NUMERIC
000583             AND WS-REL-DATE >= WS-NUIT-JOUR(1:8)
000584         MOVE 'Y' TO WS-REL-NUIT
000585     ELSE
000586         MOVE 1 TO WS-MOTIF-SEV
000587         MOVE "relance.txt absent ou d'une autre nuit" TO WS-MOTIF
000588         PERFORM add-motif
000589     END-IF.
000590     IF WS-REL-NUIT = 'Y'
000591             AND (NB-ALERTES > 0 OR NB-ESCALADES > 0)
000592         MOVE 1 TO WS-MOTIF-SEV
000593         MOVE SPACES TO WS-MOTIF
000594         STRING "provisioning : " NB-ESCALADES " escalade(s), "
000595             NB-ALERTES " alerte(s) sans reponse"
000596             INTO WS-MOTIF
000597         END-STRING
000598         PERFORM add-motif
000599     END-IF.
000600
000601 read-purge-report.
000602* epuration.txt : date en tete (31-38), bilan en troisieme
000603* ligne. Il n'est repris que s'il est de la nuit.
000604     OPEN INPUT PURGE-REPORT.
000605     IF WS-PURGE-STATUS = "00"
000606         READ PURGE-REPORT
000607         IF WS-PURGE-STATUS = "00"
000608             MOVE PURGE-LINE(31:8) TO WS-PURGE-DATE
000609             READ PURGE-REPORT
000610         END-IF
000611         IF WS-PURGE-STATUS = "00"
000612             READ PURGE-REPORT
000613         END-IF
000614         IF WS-PURGE-STATUS = "00"
000615             MOVE PURGE-LINE TO WS-PURGE-BILAN
000616         END-IF
000617         CLOSE PURGE-REPORT
000618     END-IF.
000619
000620 read-run-report.
000621* report.txt de jour-cinq : lignes DESEQUILIBRE de l'equilibrage
000622* de fin de job et anomalies d'enregistrement de controle
000623* (compte errone, fin de controle illisible). La date du passage
000624* est dans le titre (22-29) ; apres une reprise, le dernier titre
000625* fait foi. Un rapport d'une nuit precedente n'est pas retenu.
000626     OPEN INPUT REPORT-FILE.
000627     IF WS-REPORT-STATUS = "00"
000628         MOVE 'Y' TO WS-REPORT-LU
000629         PERFORM UNTIL WS-REPORT-STATUS NOT = "00"
000630             READ REPORT-FILE
000631             IF WS-REPORT-STATUS = "00"
000632                 PERFORM absorb-report-line
000633             END-IF
000634         END-PERFORM
000635         CLOSE REPORT-FILE
000636     END-IF.
000637     IF WS-REPORT-LU = 'Y' AND WS-REPORT-DATE IS NUMERIC
000638             AND WS-REPORT-DATE >= WS-NUIT-JOUR(1:8)
000639         MOVE 'Y' TO WS-REPORT-NUIT
000640     ELSE
000641         MOVE 1 TO WS-MOTIF-SEV
000642         MOVE "report.txt absent ou d'une autre nuit" TO WS-MOTIF
000643         PERFORM add-motif
000644         MOVE 0 TO NB-DESEQUILIBRES
000645         MOVE 0 TO NB-CONTROLES
000646         MOVE 0 TO WS-CTL-COUNT
000647     END-IF.
000648     IF NB-DESEQUILIBRES > 0
000649         MOVE 2 TO WS-MOTIF-SEV
000650         MOVE SPACES TO WS-MOTIF
000651         STRING "equilibrage de fin de job : " NB-DESEQUILIBRES
000652             " desequilibre(s)"
000653             INTO WS-MOTIF
000654         END-STRING
000655         PERFORM add-motif
000656     END-IF.
000657     IF NB-CONTROLES > 0
000658         MOVE 2 TO WS-MOTIF-SEV
000659         MOVE SPACES TO WS-MOTIF
000660         STRING "enregistrements de controle : " NB-CONTROLES
000661             " anomalie(s)"
000662             INTO WS-MOTIF
000663         END-STRING
000664         PERFORM add-motif
000665     END-IF.
000666
000667 absorb-report-line.
000668     IF REPORT-LINE(1:21) = "Rapport jour-cinq du "
000669         MOVE REPORT-LINE(22:8) TO WS-REPORT-DATE
000670     END-IF.
000671     IF REPORT-LINE(1:36) = "  Sorties conformes aux compteurs."
000672         MOVE 'Y' TO WS-EQUIL-OK
000673     END-IF.
000674     MOVE 0 TO WS-CTL-CPT.
000675     INSPECT REPORT-LINE TALLYING WS-CTL-CPT
000676         FOR ALL "DESEQUILIBRE".
000677     IF WS-CTL-CPT > 0
000678         ADD 1 TO NB-DESEQUILIBRES
000679         PERFORM keep-control-line
000680     END-IF.
000681     MOVE 0 TO WS-CTL-CPT.
000682     INSPECT REPORT-LINE TALLYING WS-CTL-CPT
000683         FOR ALL "compte de controle errone"
000684             ALL "fin de controle illisible".
000685     IF WS-CTL-CPT > 0
000686         ADD 1 TO NB-CONTROLES
000687         PERFORM keep-control-line
000688     END-IF.
000689
000690 keep-control-line.
000691     IF WS-CTL-COUNT < 10
000692         ADD 1 TO WS-CTL-COUNT
000693         MOVE REPORT-LINE(1:90) TO WS-CTL-LIGNE(WS-CTL-COUNT)
000694     END-IF.
000695
000696 add-motif.
000697* Un motif par cause, avec sa gravite : 1 AMBER, 2 RED. L'etat
000698* global est le plus grave des motifs.
000699     IF WS-MOTIF-SEV > WS-ETAT
000700         MOVE WS-MOTIF-SEV TO WS-ETAT
000701     END-IF.
000702     IF WS-MOTIF-COUNT < 15
000703         ADD 1 TO WS-MOTIF-COUNT
000704         MOVE SPACES TO WS-MOTIF-LIGNE(WS-MOTIF-COUNT)
000705         IF WS-MOTIF-SEV = 2
000706             STRING "  RED   - " WS-MOTIF
000707                 INTO WS-MOTIF-LIGNE(WS-MOTIF-COUNT)
000708             END-STRING
000709         ELSE
000710             STRING "  AMBER - " WS-MOTIF
000711                 INTO WS-MOTIF-LIGNE(WS-MOTIF-COUNT)
000712             END-STRING
000713         END-IF
000714     ELSE
000715         ADD 1 TO NB-MOTIFS-AUTRES
000716     END-IF.
000717
000718 write-handover.
000719     OPEN OUTPUT PASSATION-FILE.
000720     IF WS-PASS-STATUS NOT = "00"
000721         DISPLAY "ERREUR : creation de passation.txt impossible "
000722             "(status " WS-PASS-STATUS ")" END-DISPLAY
000723         MOVE 'E' TO WS-JRN-SEV
000724         MOVE SPACES TO WS-JRN-MSG
000725         STRING "creation de passation.txt impossible (status "
000726             WS-PASS-STATUS
000727             ")"
000728             INTO WS-JRN-MSG
000729         END-STRING
000730         PERFORM write-journal
000731         MOVE 12 TO RETURN-CODE
000732         STOP RUN
000733     END-IF.
000734     MOVE SPACES TO PASS-LINE.
000735     STRING "Passation de la nuit du " WS-NUIT-JOUR
000736         " - etablie le " WS-TODAY " a " WS-HEURE(1:6)
000737         INTO PASS-LINE
000738     END-STRING.
000739     WRITE PASS-LINE END-WRITE.
000740     PERFORM write-chain-section.
000741     PERFORM write-journal-section.
000742     PERFORM write-counter-section.
000743     PERFORM write-other-section.
000744     PERFORM write-status-section.
000745     CLOSE PASSATION-FILE.
000746
000747 write-chain-section.
000748     MOVE SPACES TO PASS-LINE.
000749     WRITE PASS-LINE END-WRITE.
000750     MOVE "Chaine de nuit (chaine.log) :" TO PASS-LINE.
000751     WRITE PASS-LINE END-WRITE.
000752     IF WS-CHAINE-LUE = 'N'
000753         MOVE "  Aucune chaine consignee." TO PASS-LINE
000754         WRITE PASS-LINE END-WRITE
000755     ELSE
000756         PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
000757                 UNTIL WS-PAS-IDX > 99
000758             IF WS-PAS-VU(WS-PAS-IDX) = 'Y'
000759                 PERFORM write-step-line
000760             END-IF
000761         END-PERFORM
000762         MOVE SPACES TO PASS-LINE
000763         IF WS-NUIT-FIN = SPACES
000764             MOVE "  Chaine sans fin consignee (en cours ou"
000765                 TO PASS-LINE
000766             MOVE "interrompue)" TO PASS-LINE(43:12)
000767             MOVE 1 TO WS-MOTIF-SEV
000768             MOVE "chaine de nuit sans fin consignee" TO WS-MOTIF
000769             PERFORM add-motif
000770         ELSE
000771             STRING "  " FUNCTION TRIM(WS-NUIT-FIN)
000772                 ", code retour " WS-NUIT-FIN-RC
000773                 INTO PASS-LINE
000774             END-STRING
000775             IF WS-NUIT-FIN(1:14) = "CHAINE ARRETEE"
000776                 MOVE 2 TO WS-MOTIF-SEV
000777                 MOVE "chaine de nuit arretee sur echec d'etape"
000778                     TO WS-MOTIF
000779                 PERFORM add-motif
000780             END-IF
000781         END-IF
000782         WRITE PASS-LINE END-WRITE
000783         IF NB-ETAPES-RC > 0
000784             MOVE 1 TO WS-MOTIF-SEV
000785             MOVE SPACES TO WS-MOTIF
000786             STRING NB-ETAPES-RC " etape(s) avec code retour "
000787                 "non nul tolere"
000788                 INTO WS-MOTIF
000789             END-STRING
000790             PERFORM add-motif
000791         END-IF
000792     END-IF.
000793
000794 write-step-line.
000795     ADD 1 TO NB-ETAPES.
000796     MOVE SPACES TO PASS-LINE.
000797     STRING "  Etape " WS-PAS-IDX(2:2) " "
000798         WS-PAS-STATUT(WS-PAS-IDX) " RC " WS-PAS-RC(WS-PAS-IDX)
000799         "  fin " WS-PAS-HEURE(WS-PAS-IDX)
000800         "  duree " WS-PAS-DUREE(WS-PAS-IDX) " s"
000801         INTO PASS-LINE
000802     END-STRING.
000803     WRITE PASS-LINE END-WRITE.
000804     IF WS-PAS-STATUT(WS-PAS-IDX)(1:11) = "ETAPE ECHEC"
000805         ADD 1 TO NB-ETAPES-ECHEC
000806         MOVE 2 TO WS-MOTIF-SEV
000807         MOVE SPACES TO WS-MOTIF
000808         STRING "etape " WS-PAS-IDX(2:2) " en echec, code retour "
000809             WS-PAS-RC(WS-PAS-IDX)
000810             INTO WS-MOTIF
000811         END-STRING
000812         PERFORM add-motif
000813     ELSE
000814         IF WS-PAS-RC(WS-PAS-IDX) > 0
000815             ADD 1 TO NB-ETAPES-RC
000816         END-IF
000817     END-IF.
000818
000819 write-journal-section.
000820     MOVE SPACES TO PASS-LINE.
000821     WRITE PASS-LINE END-WRITE.
000822     MOVE SPACES TO PASS-LINE.
000823     STRING "Journal d'exploitation (journal.txt) : " NB-JRN-W
000824         " avertissement(s), " NB-JRN-E " erreur(s)"
000825         INTO PASS-LINE
000826     END-STRING.
000827     WRITE PASS-LINE END-WRITE.
000828     PERFORM VARYING WS-JP-IDX FROM 1 BY 1
000829             UNTIL WS-JP-IDX > WS-JP-COUNT
000830         MOVE SPACES TO PASS-LINE
000831         STRING "  " FUNCTION TRIM(WS-JP-PROG(WS-JP-IDX)) " : "
000832             WS-JP-NB-W(WS-JP-IDX) " W, "
000833             WS-JP-NB-E(WS-JP-IDX) " E"
000834             INTO PASS-LINE
000835         END-STRING
000836         WRITE PASS-LINE END-WRITE
000837         PERFORM VARYING WS-JE-IDX FROM 1 BY 1
000838                 UNTIL WS-JE-IDX > WS-JE-COUNT
000839             IF WS-JE-PROG(WS-JE-IDX) = WS-JP-PROG(WS-JP-IDX)
000840                 MOVE SPACES TO PASS-LINE
000841                 STRING "    " WS-JE-HEURE(WS-JE-IDX) " "
000842                     WS-JE-SEV(WS-JE-IDX) " " WS-JE-MSG(WS-JE-IDX)
000843                     INTO PASS-LINE
000844                 END-STRING
000845                 WRITE PASS-LINE END-WRITE
000846             END-IF
000847         END-PERFORM
000848     END-PERFORM.
000849     IF NB-JE-PERDUES > 0
000850         MOVE SPACES TO PASS-LINE
000851         STRING "  (" NB-JE-PERDUES " ligne(s) de plus, voir "
000852             "journal.txt)"
000853             INTO PASS-LINE
000854         END-STRING
000855         WRITE PASS-LINE END-WRITE
000856     END-IF.
000857     IF NB-JRN-E > 0
000858         MOVE 2 TO WS-MOTIF-SEV
000859         MOVE SPACES TO WS-MOTIF
000860         STRING NB-JRN-E " erreur(s) au journal d'exploitation"
000861             INTO WS-MOTIF
000862         END-STRING
000863         PERFORM add-motif
000864     END-IF.
000865     IF NB-JRN-W > 0
000866         MOVE 1 TO WS-MOTIF-SEV
000867         MOVE SPACES TO WS-MOTIF
000868         STRING NB-JRN-W " avertissement(s) au journal "
000869             "d'exploitation"
000870             INTO WS-MOTIF
000871         END-STRING
000872         PERFORM add-motif
000873     END-IF.
000874
000875 write-counter-section.
000876     MOVE SPACES TO PASS-LINE.
000877     WRITE PASS-LINE END-WRITE.
000878     IF WS-SUMM-LU = 'N'
000879         MOVE "Compteurs du passage : job-summary.txt absent."
000880             TO PASS-LINE
000881         WRITE PASS-LINE END-WRITE
000882     ELSE
000883         MOVE SPACES TO PASS-LINE
000884         STRING "Compteurs du passage du " WS-SUMM-DATE
000885             " (job-summary.txt) : code retour " WS-SUMM-RC
000886             " " FUNCTION TRIM(WS-SUMM-STATUT)
000887             INTO PASS-LINE
000888         END-STRING
000889         WRITE PASS-LINE END-WRITE
000890         MOVE SPACES TO PASS-LINE
000891         STRING "  Lignes lues : " WS-SUMM-LUES
000892             " - rejets : " WS-SUMM-REJETS
000893             INTO PASS-LINE
000894         END-STRING
000895         WRITE PASS-LINE END-WRITE
000896         MOVE "Partie 1 (bonnes)" TO WS-CMP-LIB
000897         MOVE WS-SUMM-PREM TO WS-CMP-VAL
000898         MOVE WS-SUM-PREM TO WS-CMP-SUM
000899         MOVE WS-CNT-PREM TO WS-CMP-CNT
000900         PERFORM write-compare-line
000901         MOVE "Partie 2 (bonnes)" TO WS-CMP-LIB
000902         MOVE WS-SUMM-DEUX TO WS-CMP-VAL
000903         MOVE WS-SUM-DEUX TO WS-CMP-SUM
000904         MOVE WS-CNT-DEUX TO WS-CMP-CNT
000905         PERFORM write-compare-line
000906         MOVE "Partie 3 (bonnes)" TO WS-CMP-LIB
000907         MOVE WS-SUMM-TROIS TO WS-CMP-VAL
000908         MOVE WS-SUM-TROIS TO WS-CMP-SUM
000909         MOVE WS-CNT-TROIS TO WS-CMP-CNT
000910         PERFORM write-compare-line
000911         MOVE "Duree totale (s)" TO WS-CMP-LIB
000912         MOVE WS-SUMM-DUREE TO WS-CMP-VAL
000913         MOVE WS-SUM-DUREE TO WS-CMP-SUM
000914         MOVE WS-CNT-DUREE TO WS-CMP-CNT
000915         PERFORM write-compare-line
000916     END-IF.
000917
000918 write-compare-line.
000919* Compteur du passage face a la moyenne des jours precedents ;
000920* un ecart au-dela du seuil, en hausse comme en baisse, est un
000921* motif AMBER.
000922     MOVE SPACES TO PASS-LINE.
000923     IF WS-CMP-CNT = 0
000924         STRING "  " WS-CMP-LIB " : " WS-CMP-VAL
000925             " - pas d'historique"
000926             INTO PASS-LINE
000927         END-STRING
000928         WRITE PASS-LINE END-WRITE
000929     ELSE
000930         DIVIDE WS-CMP-SUM BY WS-CMP-CNT GIVING WS-CMP-AVG
000931         IF WS-CMP-AVG = 0
000932             STRING "  " WS-CMP-LIB " : " WS-CMP-VAL
000933                 " - moyenne " WS-CMP-CNT " j : " WS-CMP-AVG
000934                 INTO PASS-LINE
000935             END-STRING
000936             WRITE PASS-LINE END-WRITE
000937         ELSE
000938             COMPUTE WS-CMP-ECART ROUNDED =
000939                 (WS-CMP-VAL - WS-CMP-AVG) * 100 / WS-CMP-AVG
000940             MOVE WS-CMP-ECART TO WS-CMP-ECART-ED
000941             STRING "  " WS-CMP-LIB " : " WS-CMP-VAL
000942                 " - moyenne " WS-CMP-CNT " j : " WS-CMP-AVG
000943                 " - ecart " WS-CMP-ECART-ED " %"
000944                 INTO PASS-LINE
000945             END-STRING
000946             WRITE PASS-LINE END-WRITE
000947             IF WS-CMP-ECART < 0
000948                 COMPUTE WS-CMP-ECART-ABS = 0 - WS-CMP-ECART
000949             ELSE
000950                 MOVE WS-CMP-ECART TO WS-CMP-ECART-ABS
000951             END-IF
000952             IF WS-CMP-ECART-ABS > WS-ECART-MAX
000953                 MOVE 1 TO WS-MOTIF-SEV
000954                 MOVE SPACES TO WS-MOTIF
000955                 STRING FUNCTION TRIM(WS-CMP-LIB) " : ecart de "
000956                     FUNCTION TRIM(WS-CMP-ECART-ED)
000957                     " % sur la moyenne des jours precedents"
000958                     INTO WS-MOTIF
000959                 END-STRING
000960                 PERFORM add-motif
000961             END-IF
000962         END-IF
000963     END-IF.
000964
000965 write-other-section.
000966     MOVE SPACES TO PASS-LINE.
000967     WRITE PASS-LINE END-WRITE.
000968     MOVE SPACES TO PASS-LINE.
000969     IF WS-REL-LU = 'N'
000970         MOVE "Provisioning (relance.txt) : aucun rapprochement."
000971             TO PASS-LINE
000972     ELSE
000973     IF WS-REL-NUIT = 'N'
000974         STRING "Provisioning (relance.txt du " WS-REL-DATE
000975             ") : d'une autre nuit, non repris."
000976             INTO PASS-LINE
000977         END-STRING
000978     ELSE
000979         STRING "Provisioning (relance.txt du " WS-REL-DATE
000980             ") : " NB-ESCALADES " escalade(s), " NB-ALERTES
000981             " alerte(s)"
000982             INTO PASS-LINE
000983         END-STRING
000984     END-IF
000985     END-IF.
000986     WRITE PASS-LINE END-WRITE.
000987     MOVE SPACES TO PASS-LINE.
000988     IF WS-PURGE-DATE IS NUMERIC
000989             AND WS-PURGE-DATE >= WS-NUIT-JOUR(1:8)
000990             AND WS-PURGE-BILAN NOT = SPACES
000991         STRING "Epuration (epuration.txt du " WS-PURGE-DATE
000992             ") :" WS-PURGE-BILAN(1:60)
000993             INTO PASS-LINE
000994         END-STRING
000995     ELSE
000996         MOVE "Epuration : pas d'epuration cette nuit."
000997             TO PASS-LINE
000998     END-IF.
000999     WRITE PASS-LINE END-WRITE.
001000     MOVE SPACES TO PASS-LINE.
001001     EVALUATE TRUE
001002         WHEN WS-REPORT-LU = 'N'
001003             MOVE "Controles (report.txt) : rapport absent."
001004                 TO PASS-LINE
001005         WHEN WS-REPORT-NUIT = 'N'
001006             STRING "Controles (report.txt du " WS-REPORT-DATE
001007                 ") : d'une autre nuit, non repris."
001008                 INTO PASS-LINE
001009             END-STRING
001010         WHEN NB-DESEQUILIBRES = 0 AND NB-CONTROLES = 0
001011                 AND WS-EQUIL-OK = 'Y'
001012             MOVE "Controles (report.txt) : sorties equilibrees, "
001013                 TO PASS-LINE
001014             MOVE "enregistrements de controle conformes."
001015                 TO PASS-LINE(47:40)
001016         WHEN OTHER
001017             STRING "Controles (report.txt) : " NB-DESEQUILIBRES
001018                 " desequilibre(s), " NB-CONTROLES
001019                 " anomalie(s) de controle"
001020                 INTO PASS-LINE
001021             END-STRING
001022     END-EVALUATE.
001023     WRITE PASS-LINE END-WRITE.
001024     PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
001025             UNTIL WS-CTL-IDX > WS-CTL-COUNT
001026         MOVE SPACES TO PASS-LINE
001027         STRING "  " WS-CTL-LIGNE(WS-CTL-IDX)
001028             INTO PASS-LINE
001029         END-STRING
001030         WRITE PASS-LINE END-WRITE
001031     END-PERFORM.
001032
001033 write-status-section.
001034     EVALUATE WS-ETAT
001035         WHEN 0
001036             MOVE "GREEN" TO WS-ETAT-TXT
001037         WHEN 1
001038             MOVE "AMBER" TO WS-ETAT-TXT
001039         WHEN OTHER
001040             MOVE "RED" TO WS-ETAT-TXT
001041     END-EVALUATE.
001042     MOVE SPACES TO PASS-LINE.
001043     WRITE PASS-LINE END-WRITE.
001044     MOVE "Motifs :" TO PASS-LINE.
001045     WRITE PASS-LINE END-WRITE.
001046     IF WS-MOTIF-COUNT = 0
001047         MOVE "  Aucun." TO PASS-LINE
001048         WRITE PASS-LINE END-WRITE
001049     END-IF.
001050     PERFORM VARYING WS-MOTIF-IDX FROM 1 BY 1
001051             UNTIL WS-MOTIF-IDX > WS-MOTIF-COUNT
001052         MOVE WS-MOTIF-LIGNE(WS-MOTIF-IDX) TO PASS-LINE
001053         WRITE PASS-LINE END-WRITE
001054     END-PERFORM.
001055     IF NB-MOTIFS-AUTRES > 0
001056         MOVE SPACES TO PASS-LINE
001057         STRING "  (" NB-MOTIFS-AUTRES " motif(s) de plus)"
001058             INTO PASS-LINE
001059         END-STRING
001060         WRITE PASS-LINE END-WRITE
001061     END-IF.
001062     MOVE SPACES TO PASS-LINE.
001063     WRITE PASS-LINE END-WRITE.
001064     MOVE SPACES TO PASS-LINE.
001065     STRING "ETAT GLOBAL : " WS-ETAT-TXT
001066         INTO PASS-LINE
001067     END-STRING.
001068     WRITE PASS-LINE END-WRITE.
001069
001070 write-journal.
001071     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
001072         ON EXCEPTION CONTINUE
001073     END-CALL.
001074
