000006* additionnes, les fichiers audit-pnn.txt et exceptions-pnn.txt
000007* sont fusionnes dans audit.txt et exceptions.txt, les extraits
000008* dual-approved-pnn.txt sont fusionnes tries et dedoublonnes dans
000009* dual-approved.txt (les listes codes-bloques-pnn.txt des codes
000010* retenus par blocage sont fusionnees dans codes-bloques.txt et
000011* leurs codes tenus hors de l'extrait), puis les pourcentages et
000012* la tendance sont recalcules sur les totaux fusionnes et
000013* history.dat recoit la seule entree du jour. Avec une table de
000014* routage (routage.dat, module routage), l'extrait fusionne garde
000015* la destination fixee par chaque partition (colonnes 31-38) et
000016* est eclate en un extrait par destination, dont la somme est
000017* prouvee contre l'extrait fusionne. Les recidives detournees
000018* par chaque partition (quarantaine-pnn.txt) sont fusionnees dans
000019* quarantaine.txt, et les rejets deposes par les partitions
000020* (rejets-pnn.txt) sont verses a l'historique des rejets
000021* rejets.dat (module rejets-io), que les instances paralleles ne
000022* peuvent pas se partager. Les sorties consolidees sont enfin
000023* classees en generations datees au catalogue catalogue.dat
000024* (module catalogue), mode CONSOLIDATION. JOUR5_PARTS donne
000025* le nombre de partitions ; le code retour consolide reprend le
000026* plus grave des codes retour des partitions.
000027
000028 ENVIRONMENT DIVISION.
000029    INPUT-OUTPUT SECTION.
000030    FILE-CONTROL.
000031         SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-NAME
000032         ORGANIZATION LINE SEQUENTIAL
000033         FILE STATUS IS WS-PART-STATUS.
000034         SELECT REPORT-FILE ASSIGN TO "report.txt"
000035         ORGANIZATION LINE SEQUENTIAL
000036         FILE STATUS IS WS-REPORT-STATUS.
000037         SELECT AUDIT-FILE ASSIGN TO "audit.txt"
000038         ORGANIZATION LINE SEQUENTIAL
000039         FILE STATUS IS WS-AUDIT-STATUS.
000040         SELECT EXC-FILE ASSIGN TO "exceptions.txt"
000041         ORGANIZATION LINE SEQUENTIAL
000042         FILE STATUS IS WS-EXC-STATUS.
000043         SELECT QUAR-FILE ASSIGN TO "quarantaine.txt"
000044         ORGANIZATION LINE SEQUENTIAL
000045         FILE STATUS IS WS-QUAR-STATUS.
000046         SELECT DUAL-FILE ASSIGN TO "dual-approved.txt"
000047         ORGANIZATION LINE SEQUENTIAL
000048         FILE STATUS IS WS-DUAL-STATUS.
000049         SELECT DEJA-FILE ASSIGN TO "deja-envoyes.txt"
000050         ORGANIZATION LINE SEQUENTIAL
000051         FILE STATUS IS WS-DEJA-STATUS.
000052         SELECT BLOQUE-FILE ASSIGN TO "codes-bloques.txt"
000053         ORGANIZATION LINE SEQUENTIAL
000054         FILE STATUS IS WS-BLOQ-STATUS.
000055         SELECT SUMMARY-FILE ASSIGN TO "job-summary.txt"
000056         ORGANIZATION LINE SEQUENTIAL
000057         FILE STATUS IS WS-SUMM-STATUS.
000058         SELECT HISTORY-FILE ASSIGN TO "history.dat"
000059         ORGANIZATION LINE SEQUENTIAL
000060         FILE STATUS IS WS-HIST-STATUS.
000061         SELECT SOURCES-FILE ASSIGN TO DYNAMIC WS-SOURCES-NAME
000062         ORGANIZATION LINE SEQUENTIAL
000063         FILE STATUS IS WS-SOURCES-STATUS.
000064         SELECT QUALITE-FILE ASSIGN TO "qualite-sources.txt"
000065         ORGANIZATION LINE SEQUENTIAL
000066         FILE STATUS IS WS-QUAL-STATUS.
000067
000068 DATA DIVISION.
000069   FILE SECTION.
000070   FD PART-FILE.
000071     01 PART-LINE PIC X(150).
000072
000073   FD REPORT-FILE.
000074     01 REPORT-LINE PIC X(100).
000075
000076   FD AUDIT-FILE.
000077     01 AUDIT-LINE PIC X(150).
000078
000079   FD EXC-FILE.
000080     01 EXC-LINE PIC X(80).
000081
000082   FD QUAR-FILE.
000083     01 QUAR-LINE PIC X(80).
000084
000085   FD DUAL-FILE.
000086     01 DUAL-LINE PIC X(80).
000087
000088   FD DEJA-FILE.
000089     01 DEJA-LINE PIC X(80).
000090
000091   FD BLOQUE-FILE.
000092     01 BLOQUE-LINE PIC X(120).
000093
000094   FD SUMMARY-FILE.
000095     01 SUMMARY-LINE PIC X(80).
000096
000097   FD HISTORY-FILE.
000098     01 HISTORY-LINE PIC X(80).
000099
000100   FD SOURCES-FILE.
000101     01 SOURCES-LINE PIC X(132).
000102
000103   FD QUALITE-FILE.
000104     01 QUALITE-LINE PIC X(100).
000105
000106   WORKING-STORAGE SECTION.
000107     77 WS-PART-NAME PIC X(30).
000108     77 WS-PART-STATUS PIC XX.
000109     77 WS-REPORT-STATUS PIC XX.
000110     77 WS-AUDIT-STATUS PIC XX.
000111     77 WS-EXC-STATUS PIC XX.
000112     77 WS-QUAR-STATUS PIC XX.
000113     77 WS-DUAL-STATUS PIC XX.
000114     77 WS-SUMM-STATUS PIC XX.
000115     77 WS-HIST-STATUS PIC XX.
000116     77 WS-PARTS-PARM PIC X(6).
000117     77 WS-PARTS-CHK PIC S9(4).
000118     77 WS-NB-PARTS PIC 99 VALUE 0.
000119     77 WS-PART-IDX PIC 99.
000120     77 WS-SUMM-TAG PIC X(24).
000121     77 WS-SUMM-VALUE PIC X(56).
000122* Compteurs fusionnes, alimentes par les job-summary-pnn.txt (le
000123* format fixe libelle sur 24 colonnes a justement ete concu pour
000124* etre relu sans gratter le rapport humain).
000125     77 TOT-LIGNES PIC 9(7) VALUE 0.
000126     77 TOT-SCORES PIC 9(7) VALUE 0.
000127     77 TOT-NICE-PREM PIC 9(7) VALUE 0.
000128     77 TOT-NICE-DEUX PIC 9(7) VALUE 0.
000129     77 TOT-NICE-TROIS PIC 9(7) VALUE 0.
000130     77 TOT-REJ-VOYELLES PIC 9(7) VALUE 0.
000131     77 TOT-REJ-PAIRE PIC 9(7) VALUE 0.
000132     77 TOT-REJ-DOUBLE PIC 9(7) VALUE 0.
000133     77 TOT-REJ-ENTRE PIC 9(7) VALUE 0.
000134     77 TOT-REJ-SPAIRE PIC 9(7) VALUE 0.
000135     77 TOT-REJ-TROIS PIC 9(7) VALUE 0.
000136     77 TOT-REJ-CARS PIC 9(7) VALUE 0.
000137     77 TOT-REJETS PIC 9(7) VALUE 0.
000138     77 TOT-DOUBLONS PIC 9(7) VALUE 0.
000139     77 TOT-QUARANTAINE PIC 9(7) VALUE 0.
000140     77 WS-PART-LIGNES PIC 9(7) VALUE 0.
000141     77 WS-PART-SCORES PIC 9(7) VALUE 0.
000142     77 WS-PART-REJETS PIC 9(7) VALUE 0.
000143     77 WS-PART-RC PIC 99 VALUE 0.
000144     77 WS-JOB-RC PIC 99 VALUE 0.
000145     77 WS-STATUT-TXT PIC X(13) VALUE SPACES.
000146     77 WS-RULESET PIC X(4) VALUE "ALL".
000147     77 WS-VOWELS PIC X(6) VALUE SPACES.
000148* Version de regles active relevee sur le job-summary de la
000149* premiere partition (toutes tournent avec la meme version) et
000150* reprise dans le rapport et le job-summary consolides.
000151     77 WS-VERSION-REGLES PIC X(24) VALUE SPACES.
000152     77 WS-RAN-PREM PIC X VALUE 'N'.
000153     77 WS-RAN-DEUX PIC X VALUE 'N'.
000154     77 WS-RAN-TROIS PIC X VALUE 'N'.
000155* Extrait dual fusionne : meme fichier de travail indexe que dans
000156* jour-cinq (module travail-io, instance travail-consolide.dat),
000157* pour que le chargement aval ne voie jamais deux fois le meme
000158* code meme s'il est sorti par deux partitions, sans le plafond
000159* de l'ancienne table en memoire.
000160     77 WS-TRV-ACTION PIC X.
000161     77 WS-TRV-NAME PIC X(30) VALUE "travail-consolide.dat".
000162     77 WS-TRV-CODE PIC X(20).
000163     77 WS-TRV-MARK PIC X(8).
000164     77 WS-TRV-RESULT PIC X.
000165     77 WS-DUAL-NEW-CODE PIC X(20).
000166     77 WS-DUAL-NEW-MARK PIC X(8).
000167* Routage par destination (module routage) : la destination d'un
000168* code vient de l'extrait de sa partition ; un code qui n'en porte
000169* pas est route sur son code seul.
000170     77 WS-DUAL-NEW-DEST PIC X(8) VALUE SPACES.
000171     77 WS-RTE-OK PIC X VALUE 'N'.
000172     77 WS-RTE-ACTION PIC X.
000173     77 WS-RTE-SOURCE PIC X(6).
000174     77 WS-RTE-CODE PIC X(20).
000175     77 WS-RTE-DEST PIC X(8).
000176     77 WS-RTE-FICHIER PIC X(40).
000177     77 WS-RTE-LIGNES PIC 9(6).
000178     77 WS-RTE-RESULT PIC X.
000179     77 BAL-DEST-LIGNES PIC 9(6) VALUE 0.
000180* Habillage de l'extrait consolide, identique a celui produit par
000181* jour-cinq hors partitions : en-tete HDR + date + source, fin
000182* TRL + compte exact + somme de controle (cumul du rang
000183* alphabetique a=1 .. z=26 des caracteres des codes, modulo
000184* 1 000 000 000 par troncature du PIC 9(9)).
000185     77 WS-EXTRAIT-SOURCE PIC X(6) VALUE "JOUR05".
000186     77 EXT-LIGNES PIC 9(6) VALUE 0.
000187     77 EXT-CHECKSUM PIC 9(9) VALUE 0.
000188     77 EXT-CHK-IDX PIC 99.
000189     77 EXT-CHK-ORD PIC 999.
000190     77 NB-DOUBLONS-INTER PIC 9(5) VALUE 0.
000191* Interface avec registre-io : en mode partitions c'est la
000192* consolidation qui produit l'extrait reellement envoye, donc
000193* c'est elle qui enregistre les envois du jour au registre
000194* (envois.dat), comme jour-cinq le fait pour un passage sans
000195* partitions. Module ou registre indisponible : l'extrait part
000196* quand meme, avec un avertissement.
000197     77 WS-REG-OK PIC X VALUE 'N'.
000198     77 WS-REG-ACTION PIC X.
000199     77 WS-REG-CODE PIC X(20).
000200     77 WS-REG-DATE PIC 9(8).
000201     77 WS-REG-GENERATION PIC 9(8).
000202     77 WS-REG-ACK PIC X.
000203     77 WS-REG-ACK-DATE PIC 9(8).
000204     77 WS-REG-RESULT PIC X.
000205     77 WS-REG-INFO PIC X(48).
000206     77 NB-ENVOIS-NOUVEAUX PIC 9(6) VALUE 0.
000207* Option JOUR5_DEDUP_ENVOYES (OUI pour l'activer) : comme le
000208* DEDUP-ENVOYES de jour-cinq, un code deja envoye un jour
000209* precedent (date du registre des envois < aujourd'hui) est
000210* detourne de l'extrait consolide vers deja-envoyes.txt. Sans
000211* registre, l'option est ignoree avec avertissement.
000212     77 WS-DEDUP-PARM PIC X(6).
000213     77 WS-DEDUP-ENVOYES PIC X VALUE 'N'.
000214     77 NB-DEJA-ENVOYES PIC 9(6) VALUE 0.
000215     77 WS-DEJA-STATUS PIC XX.
000216* Codes retenus par blocage dans les partitions : leurs listes
000217* sont versees les premieres au fichier de travail, marqueur
000218* BLOQUE, pour qu'aucune partition ne les fasse repartir dans
000219* l'extrait consolide ; chaque code n'est liste qu'une fois.
000220     77 NB-CODES-BLOQUES PIC 9(6) VALUE 0.
000221     77 WS-BLOQ-STATUS PIC XX.
000222* Historique des rejets (module rejets-io) : chaque ligne de
000223* rejets-pnn.txt (chaine 1-20, source 22-27, motif 29-38, date
000224* 40-47) y est versee. Module ou historique indisponible : les
000225* rejets de la nuit ne sont pas historises, avec avertissement.
000226     77 WS-RJH-OK PIC X VALUE 'N'.
000227     77 WS-RJH-ACTION PIC X.
000228     77 WS-RJH-CHAINE PIC X(20).
000229     77 WS-RJH-SOURCE PIC X(6).
000230     77 WS-RJH-MOTIF PIC X(10).
000231     77 WS-RJH-JOUR PIC 9(8).
000232     77 WS-RJH-INFO PIC X(70).
000233     77 WS-RJH-RESULT PIC X.
000234     77 NB-RJH-NOTES PIC 9(7) VALUE 0.
000235* Catalogue des generations (module catalogue) : les sorties
000236* consolidees de la nuit sont classees comme celles d'un passage
000237* jour-cinq sans partition.
000238     77 WS-CAT-ACTION PIC X.
000239     77 WS-CAT-TYPE PIC 9 VALUE 0.
000240     77 WS-CAT-INFO PIC X(40).
000241     77 WS-CAT-RESULT PIC X.
000242* Pourcentages et tendance recalcules sur les totaux fusionnes,
000243* avec la meme fenetre de 5 jours d'historique que jour-cinq.
000244     77 WS-PCT-PREM PIC ZZ9.99.
000245     77 WS-PCT-DEUX PIC ZZ9.99.
000246     77 WS-PCT-TROIS PIC ZZ9.99.
000247     77 WS-PCT-PREM-TXT PIC X(8) VALUE SPACES.
000248     77 WS-PCT-DEUX-TXT PIC X(8) VALUE SPACES.
000249     77 WS-PCT-TROIS-TXT PIC X(8) VALUE SPACES.
000250     01 WS-HIST-TABLE.
000251       05 WS-HIST-ENTRY OCCURS 5 TIMES.
000252         10 WS-HIST-DATE PIC 9(8).
000253         10 WS-HIST-PFLAG PIC X.
000254         10 WS-HIST-PREM PIC 9(6).
000255         10 WS-HIST-DFLAG PIC X.
000256         10 WS-HIST-DEUX PIC 9(6).
000257         10 WS-HIST-TFLAG PIC X.
000258         10 WS-HIST-TROIS PIC 9(6).
000259     77 WS-HIST-READ-COUNT PIC 9 VALUE 0.
000260     77 WS-HIST-IDX PIC 9.
000261     77 WS-HIST-IDX2 PIC 9.
000262     77 WS-HIST-TARGET PIC 9.
000263     77 WS-TODAY PIC 9(8) VALUE 0.
000264     77 WS-SUM-PREM PIC 9(8) VALUE 0.
000265     77 WS-SUM-DEUX PIC 9(8) VALUE 0.
000266     77 WS-SUM-TROIS PIC 9(8) VALUE 0.
000267     77 WS-CNT-PREM PIC 9 VALUE 0.
000268     77 WS-CNT-DEUX PIC 9 VALUE 0.
000269     77 WS-CNT-TROIS PIC 9 VALUE 0.
000270     77 WS-AVG-PREM PIC 9(6) VALUE 0.
000271     77 WS-AVG-DEUX PIC 9(6) VALUE 0.
000272     77 WS-AVG-TROIS PIC 9(6) VALUE 0.
000273     77 WS-TREND-PREM PIC X(7) VALUE SPACES.
000274     77 WS-TREND-DEUX PIC X(7) VALUE SPACES.
000275     77 WS-TREND-TROIS PIC X(7) VALUE SPACES.
000276     77 WS-NICE-PREM-6 PIC 9(6) VALUE 0.
000277     77 WS-NICE-DEUX-6 PIC 9(6) VALUE 0.
000278     77 WS-NICE-TROIS-6 PIC 9(6) VALUE 0.
000279     77 WS-REGLES-DERNIERE PIC X(40) VALUE SPACES.
000280* Suivi de la qualite des sources en mode partitions : chaque
000281* instance a depose ses ecarts du jour dans sources-pnn.dat ; la
000282* consolidation les additionne par identifiant de source puis les
000283* verse a l'etat cumule sources.dat et reedite le classement
000284* qualite-sources.txt, exactement comme jour-cinq le fait hors
000285* partitions.
000286     77 WS-SOURCES-STATUS PIC XX.
000287     77 WS-QUAL-STATUS PIC XX.
000288     77 WS-SOURCES-NAME PIC X(30) VALUE "sources.dat".
000289     01 WS-SRC-TABLE.
000290       05 WS-SRC-ENTRY OCCURS 20 TIMES.
000291         10 WS-SRC-ID PIC X(6).
000292         10 WS-SRC-FICH PIC 9(9).
000293         10 WS-SRC-RECS PIC 9(9).
000294         10 WS-SRC-SCORED PIC 9(9).
000295         10 WS-SRC-REJETS PIC 9(9).
000296         10 WS-SRC-REJ-DET PIC 9(9) OCCURS 7 TIMES.
000297         10 WS-SRC-PROFIL PIC X(6).
000298     77 WS-SRC-COUNT PIC 99 VALUE 0.
000299     77 WS-SRC-IDX PIC 99.
000300     77 WS-SRC-POS PIC 99.
000301     77 WS-SRC-FULL PIC X VALUE 'N'.
000302     01 WS-CUM-TABLE.
000303       05 WS-CUM-ENTRY OCCURS 100 TIMES.
000304         10 WS-CUM-ID PIC X(6).
000305         10 WS-CUM-FICH PIC 9(9).
000306         10 WS-CUM-RECS PIC 9(9).
000307         10 WS-CUM-SCORED PIC 9(9).
000308         10 WS-CUM-REJETS PIC 9(9).
000309         10 WS-CUM-REJ-DET PIC 9(9) OCCURS 7 TIMES.
000310         10 WS-CUM-DERNIER-PCT PIC 9(3)V99.
000311         10 WS-CUM-JOUR-PCT PIC 9(3)V99.
000312         10 WS-CUM-TENDANCE PIC X(7).
000313         10 WS-CUM-EDITE PIC X.
000314         10 WS-CUM-PROFIL PIC X(6).
000315     77 WS-CUM-COUNT PIC 999 VALUE 0.
000316     77 WS-CUM-IDX PIC 999.
000317     77 WS-CUM-POS PIC 999.
000318     77 WS-CUM-FULL PIC X VALUE 'N'.
000319     77 WS-RANG PIC 999.
000320     77 WS-MAX-PCT PIC 9(3)V99.
000321     77 WS-MAX-IDX PIC 999.
000322     77 WS-PCT-CUM PIC 9(3)V99.
000323     77 WS-PCT-ED PIC ZZ9.99.
000324     77 WS-PCT-ED2 PIC ZZ9.99.
000325* Image d'un enregistrement de sources.dat / sources-pnn.dat,
000326* identique a celle de jour-cinq.
000327     01 WS-SRC-REC.
000328       05 SRC-R-ID PIC X(6).
000329       05 FILLER PIC X VALUE SPACE.
000330       05 SRC-R-FICH PIC 9(9).
000331       05 FILLER PIC X VALUE SPACE.
000332       05 SRC-R-RECS PIC 9(9).
000333       05 FILLER PIC X VALUE SPACE.
000334       05 SRC-R-SCORED PIC 9(9).
000335       05 FILLER PIC X VALUE SPACE.
000336       05 SRC-R-REJETS PIC 9(9).
000337       05 FILLER PIC X VALUE SPACE.
000338       05 SRC-R-DET OCCURS 7 TIMES.
000339         10 SRC-R-REJ PIC 9(9).
000340         10 FILLER PIC X VALUE SPACE.
000341       05 SRC-R-PCT PIC 9(3)V99.
000342       05 FILLER PIC X VALUE SPACE.
000343       05 SRC-R-PROFIL PIC X(6).
000344
000345* Journal operateur commun (journal.txt, via journal-op) : les
000346* messages d'exploitation de la console sont aussi consignes
000347* horodates dans un fichier unique pour toute la suite, que la
000348* supervision greppe apres incident. Module absent ou journal
000349* inecrivable : la console reste seule, sans faire echouer le
000350* passage.
000351     77 WS-JRN-PROG PIC X(20) VALUE "consolide-partitions".
000352     77 WS-JRN-SEV PIC X.
000353     77 WS-JRN-MSG PIC X(80).
000354
000355 PROCEDURE DIVISION.
000356 main.
000357     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000358     MOVE 'I' TO WS-JRN-SEV.
000359     MOVE "debut de la consolidation" TO WS-JRN-MSG.
000360     PERFORM write-journal.
000361     ACCEPT WS-PARTS-PARM FROM ENVIRONMENT "JOUR5_PARTS".
000362     ACCEPT WS-DEDUP-PARM FROM ENVIRONMENT "JOUR5_DEDUP_ENVOYES".
000363     IF FUNCTION TRIM(WS-DEDUP-PARM) = "OUI"
000364         MOVE 'Y' TO WS-DEDUP-ENVOYES
000365     END-IF.
000366     COMPUTE WS-PARTS-CHK =
000367         FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARTS-PARM)).
000368     IF WS-PARTS-CHK = 0
000369         COMPUTE WS-NB-PARTS =
000370             FUNCTION NUMVAL(FUNCTION TRIM(WS-PARTS-PARM))
000371     END-IF.
000372     IF WS-NB-PARTS < 2 OR WS-NB-PARTS > 99
000373         DISPLAY "ERREUR : JOUR5_PARTS doit valoir de 2 a 99 "
000374             "partitions" END-DISPLAY
000375         MOVE 'E' TO WS-JRN-SEV
000376         MOVE "JOUR5_PARTS doit valoir de 2 a 99 partitions"
000377             TO WS-JRN-MSG
000378         PERFORM write-journal
000379         MOVE 12 TO RETURN-CODE
000380         STOP RUN
000381     END-IF.
000382     PERFORM load-routing-table.
000383     OPEN OUTPUT REPORT-FILE.
000384     IF WS-REPORT-STATUS NOT = "00"
000385         DISPLAY "ERREUR : creation de report.txt impossible "
000386             "(status " WS-REPORT-STATUS ")" END-DISPLAY
000387         MOVE 'E' TO WS-JRN-SEV
000388         MOVE SPACES TO WS-JRN-MSG
000389         STRING "creation de report.txt impossible (status "
000390             WS-REPORT-STATUS
000391             ")"
000392             INTO WS-JRN-MSG
000393         END-STRING
000394         PERFORM write-journal
000395         MOVE 12 TO RETURN-CODE
000396         STOP RUN
000397     END-IF.
000398     MOVE SPACES TO REPORT-LINE.
000399     STRING "Rapport jour-cinq du " WS-TODAY
000400         " - consolidation des partitions"
000401         INTO REPORT-LINE
000402     END-STRING.
000403     WRITE REPORT-LINE END-WRITE.
000404     PERFORM merge-summaries.
000405     PERFORM merge-audits.
000406     PERFORM merge-exceptions.
000407     PERFORM merge-quarantaine.
000408     PERFORM merge-duals.
000409     PERFORM merge-sources.
000410     PERFORM apply-part-rejects.
000411     PERFORM write-merged-totals.
000412     PERFORM compute-percentages.
000413     PERFORM compute-trend.
000414     PERFORM update-history.
000415     PERFORM write-merged-summary.
000416     CLOSE REPORT-FILE.
000417     PERFORM file-generations.
000418     MOVE 'I' TO WS-JRN-SEV.
000419     MOVE SPACES TO WS-JRN-MSG.
000420     STRING "fin de la consolidation, code retour " WS-JOB-RC
000421         INTO WS-JRN-MSG
000422     END-STRING.
000423     PERFORM write-journal.
000424     MOVE WS-JOB-RC TO RETURN-CODE.
000425     STOP RUN.
000426
000427 merge-summaries.
000428* Additionne les compteurs de chaque job-summary-pnn.txt ; une
000429* partition absente est une erreur dure, la nuit ne peut pas etre
000430* publiee incomplete. Le jeu de regles et les voyelles sont pris
000431* sur la premiere partition (toutes tournent avec les memes
000432* parametres).
000433     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000434             UNTIL WS-PART-IDX > WS-NB-PARTS
000435         MOVE SPACES TO WS-PART-NAME
000436         STRING "job-summary-p" WS-PART-IDX ".txt"
000437             INTO WS-PART-NAME
000438         END-STRING
000439         MOVE 0 TO WS-PART-LIGNES
000440         MOVE 0 TO WS-PART-SCORES
000441         MOVE 0 TO WS-PART-REJETS
000442         MOVE 0 TO WS-PART-RC
000443         OPEN INPUT PART-FILE
000444         IF WS-PART-STATUS NOT = "00"
000445             DISPLAY "ERREUR : " FUNCTION TRIM(WS-PART-NAME)
000446                 " introuvable (status " WS-PART-STATUS ")"
000447                 END-DISPLAY
000448             MOVE 'E' TO WS-JRN-SEV
000449             MOVE SPACES TO WS-JRN-MSG
000450             STRING FUNCTION TRIM(WS-PART-NAME)
000451                 " introuvable (status "
000452                 WS-PART-STATUS
000453                 ")"
000454                 INTO WS-JRN-MSG
000455             END-STRING
000456             PERFORM write-journal
000457             MOVE SPACES TO REPORT-LINE
000458             STRING "ERREUR : partition " WS-PART-IDX
000459                 " sans etat de fin de job"
000460                 INTO REPORT-LINE
000461             END-STRING
000462             WRITE REPORT-LINE END-WRITE
000463             MOVE 12 TO WS-JOB-RC
000464         ELSE
000465             PERFORM UNTIL WS-PART-STATUS NOT = "00"
000466                 READ PART-FILE
000467                 IF WS-PART-STATUS = "00"
000468                     PERFORM absorb-summary-line
000469                 END-IF
000470             END-PERFORM
000471             CLOSE PART-FILE
000472             MOVE SPACES TO REPORT-LINE
000473             STRING "Partition " WS-PART-IDX
000474                 " : lues " WS-PART-LIGNES
000475                 " - scores " WS-PART-SCORES
000476                 " - rejets " WS-PART-REJETS
000477                 " - code retour " WS-PART-RC
000478                 INTO REPORT-LINE
000479             END-STRING
000480             WRITE REPORT-LINE END-WRITE
000481             IF WS-PART-RC > WS-JOB-RC
000482                 MOVE WS-PART-RC TO WS-JOB-RC
000483             END-IF
000484         END-IF
000485     END-PERFORM.
000486
000487 absorb-summary-line.
000488     MOVE PART-LINE(1:24) TO WS-SUMM-TAG.
000489     MOVE PART-LINE(25:56) TO WS-SUMM-VALUE.
000490     IF WS-SUMM-TAG = "LIGNES-LUES"
000491         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6)) TO TOT-LIGNES
000492         COMPUTE WS-PART-LIGNES =
000493             FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000494     END-IF.
000495     IF WS-SUMM-TAG = "TOTAL-SCORES"
000496         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6)) TO TOT-SCORES
000497         COMPUTE WS-PART-SCORES =
000498             FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000499     END-IF.
000500     IF WS-SUMM-TAG = "NICE-PREM"
000501         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000502             TO TOT-NICE-PREM
000503     END-IF.
000504     IF WS-SUMM-TAG = "NICE-DEUX"
000505         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000506             TO TOT-NICE-DEUX
000507     END-IF.
000508     IF WS-SUMM-TAG = "NICE-TROIS"
000509         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000510             TO TOT-NICE-TROIS
000511     END-IF.
000512     IF WS-SUMM-TAG = "REJ-VOYELLES"
000513         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000514             TO TOT-REJ-VOYELLES
000515     END-IF.
000516     IF WS-SUMM-TAG = "REJ-PAIRE-INTERDITE"
000517         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000518             TO TOT-REJ-PAIRE
000519     END-IF.
000520     IF WS-SUMM-TAG = "REJ-SANS-DOUBLE"
000521         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000522             TO TOT-REJ-DOUBLE
000523     END-IF.
000524     IF WS-SUMM-TAG = "REJ-SANS-ENTRE-DEUX"
000525         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000526             TO TOT-REJ-ENTRE
000527     END-IF.
000528     IF WS-SUMM-TAG = "REJ-SANS-PAIRE"
000529         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000530             TO TOT-REJ-SPAIRE
000531     END-IF.
000532     IF WS-SUMM-TAG = "REJ-TROIS"
000533         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000534             TO TOT-REJ-TROIS
000535     END-IF.
000536     IF WS-SUMM-TAG = "REJ-CARACTERES"
000537         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000538             TO TOT-REJ-CARS
000539     END-IF.
000540     IF WS-SUMM-TAG = "DOUBLONS"
000541         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000542             TO TOT-DOUBLONS
000543     END-IF.
000544     IF WS-SUMM-TAG = "REJETS"
000545         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6)) TO TOT-REJETS
000546         COMPUTE WS-PART-REJETS =
000547             FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000548     END-IF.
000549     IF WS-SUMM-TAG = "QUARANTAINE"
000550         ADD FUNCTION NUMVAL(WS-SUMM-VALUE(1:6))
000551             TO TOT-QUARANTAINE
000552     END-IF.
000553     IF WS-SUMM-TAG = "CODE-RETOUR"
000554         COMPUTE WS-PART-RC =
000555             FUNCTION NUMVAL(WS-SUMM-VALUE(1:2))
000556     END-IF.
000557     IF WS-PART-IDX = 1
000558         IF WS-SUMM-TAG = "JEU-DE-REGLES"
000559             MOVE WS-SUMM-VALUE(1:4) TO WS-RULESET
000560         END-IF
000561         IF WS-SUMM-TAG = "JEU-DE-VOYELLES"
000562             MOVE WS-SUMM-VALUE(1:6) TO WS-VOWELS
000563         END-IF
000564         IF WS-SUMM-TAG = "VERSION-REGLES"
000565             MOVE WS-SUMM-VALUE(1:24) TO WS-VERSION-REGLES
000566         END-IF
000567     END-IF.
000568
000569 merge-audits.
000570* audit.txt consolide : une seule ligne d'entete, puis les lignes
000571* de detail de chaque partition dans l'ordre des partitions.
000572     OPEN OUTPUT AUDIT-FILE.
000573     MOVE
000574      "Chaine - Partie 1 - Partie 2 - Partie 3 - Paire - Ecart"
000575         TO AUDIT-LINE.
000576     WRITE AUDIT-LINE END-WRITE.
000577* L'estampille de version de regles est reprise a chaque
000578* changement : toutes les partitions tournent avec les memes
000579* regles, mais un profil de source peut en imposer une autre pour
000580* les lignes qui suivent ; une estampille identique a la derniere
000581* reprise est sautee.
000582     MOVE SPACES TO WS-REGLES-DERNIERE.
000583     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000584             UNTIL WS-PART-IDX > WS-NB-PARTS
000585         MOVE SPACES TO WS-PART-NAME
000586         STRING "audit-p" WS-PART-IDX ".txt"
000587             INTO WS-PART-NAME
000588         END-STRING
000589         OPEN INPUT PART-FILE
000594             PERFORM UNTIL WS-PART-STATUS NOT = "00"
000595                 READ PART-FILE
000596                 IF WS-PART-STATUS = "00"
000597                     IF PART-LINE(1:8) = "Regles :"
000598                         IF PART-LINE(1:40)
000599                                 NOT = WS-REGLES-DERNIERE
000600                             MOVE PART-LINE(1:40)
000601                                 TO WS-REGLES-DERNIERE
000602                             MOVE PART-LINE(1:150) TO AUDIT-LINE
000603                             WRITE AUDIT-LINE END-WRITE
000604                         END-IF
000605                     ELSE
000606                         IF PART-LINE(1:8) NOT = "Chaine -"
000607                                 AND PART-LINE NOT = SPACES
000608                             MOVE PART-LINE(1:150) TO AUDIT-LINE
000609                             WRITE AUDIT-LINE END-WRITE
000610                         END-IF
000611                     END-IF
000612                 END-IF
000613             END-PERFORM
000614             CLOSE PART-FILE
000615         END-IF
000616     END-PERFORM.
000617     CLOSE AUDIT-FILE.
000618
000619 merge-exceptions.
000620     OPEN OUTPUT EXC-FILE.
000621     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000622             UNTIL WS-PART-IDX > WS-NB-PARTS
000623         MOVE SPACES TO WS-PART-NAME
000624         STRING "exceptions-p" WS-PART-IDX ".txt"
000625             INTO WS-PART-NAME
000626         END-STRING
000627         OPEN INPUT PART-FILE
000628          IF WS-PART-STATUS NOT = "00"
000629              PERFORM warn-missing-part-file
000630          END-IF
000631         IF WS-PART-STATUS = "00"
000632             PERFORM UNTIL WS-PART-STATUS NOT = "00"
000633                 READ PART-FILE
000634                 IF WS-PART-STATUS = "00"
000635                     IF PART-LINE NOT = SPACES
000636                         MOVE PART-LINE(1:80) TO EXC-LINE
000637                         WRITE EXC-LINE END-WRITE
000638                     END-IF
000639                 END-IF
000640             END-PERFORM
000641             CLOSE PART-FILE
000642         END-IF
000643     END-PERFORM.
000644     CLOSE EXC-FILE.
000645
000646 merge-quarantaine.
000647* quarantaine.txt consolide : lignes de rejet des recidives
000648* connues de chaque partition, dans l'ordre des partitions.
000649     OPEN OUTPUT QUAR-FILE.
000650     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000651             UNTIL WS-PART-IDX > WS-NB-PARTS
000652         MOVE SPACES TO WS-PART-NAME
000653         STRING "quarantaine-p" WS-PART-IDX ".txt"
000654             INTO WS-PART-NAME
000655         END-STRING
000656         OPEN INPUT PART-FILE
000657         IF WS-PART-STATUS NOT = "00"
000658             PERFORM warn-missing-part-file
000659         END-IF
000660         IF WS-PART-STATUS = "00"
000661             PERFORM UNTIL WS-PART-STATUS NOT = "00"
000662                 READ PART-FILE
000663                 IF WS-PART-STATUS = "00"
000664                     IF PART-LINE NOT = SPACES
000665                         MOVE PART-LINE(1:80) TO QUAR-LINE
000666                         WRITE QUAR-LINE END-WRITE
000667                     END-IF
000668                 END-IF
000669             END-PERFORM
000670             CLOSE PART-FILE
000671         END-IF
000672     END-PERFORM.
000673     CLOSE QUAR-FILE.
000674
000675 apply-part-rejects.
000676* Versement des rejets de chaque partition a l'historique des
000677* rejets, dans l'ordre des partitions. Une chaine rejetee par
000678* deux partitions la meme nuit compte deux rejets mais une seule
000679* nuit, comme dans un passage sans partitions.
000680     MOVE 'O' TO WS-RJH-ACTION.
000681     MOVE 'Y' TO WS-RJH-OK.
000682     MOVE SPACE TO WS-RJH-RESULT.
000683     CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000684         WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
000685         WS-RJH-RESULT
000686         ON EXCEPTION MOVE 'N' TO WS-RJH-OK
000687     END-CALL.
000688     IF WS-RJH-RESULT = 'E'
000689         MOVE 'N' TO WS-RJH-OK
000690     END-IF.
000691     IF WS-RJH-OK = 'N'
000692         DISPLAY "ATTENTION : historique des rejets "
000693             "indisponible, rejets des partitions non historises"
000694             END-DISPLAY
000695         MOVE 'W' TO WS-JRN-SEV
000696         MOVE "historique des rejets rejets.dat indisponible"
000697             TO WS-JRN-MSG
000698         PERFORM write-journal
000699         MOVE SPACES TO REPORT-LINE
000700         STRING "ATTENTION : historique des rejets indisponible,"
000701             " rejets des partitions non historises"
000702             INTO REPORT-LINE
000703         END-STRING
000704         WRITE REPORT-LINE END-WRITE
000705         IF WS-JOB-RC < 4
000706             MOVE 4 TO WS-JOB-RC
000707         END-IF
000708     ELSE
000709         PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000710                 UNTIL WS-PART-IDX > WS-NB-PARTS
000711             MOVE SPACES TO WS-PART-NAME
000712             STRING "rejets-p" WS-PART-IDX ".txt"
000713                 INTO WS-PART-NAME
000714             END-STRING
000715             OPEN INPUT PART-FILE
000716             IF WS-PART-STATUS NOT = "00"
000717                 PERFORM warn-missing-part-file
000718             END-IF
000719             IF WS-PART-STATUS = "00"
000720                 PERFORM UNTIL WS-PART-STATUS NOT = "00"
000721                     READ PART-FILE
000722                     IF WS-PART-STATUS = "00"
000723                         IF PART-LINE NOT = SPACES
000724                             PERFORM apply-one-reject
000725                         END-IF
000726                     END-IF
000727                 END-PERFORM
000728                 CLOSE PART-FILE
000729             END-IF
000730         END-PERFORM
000731         MOVE 'F' TO WS-RJH-ACTION
000732         CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000733             WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
000734             WS-RJH-RESULT
000735             ON EXCEPTION CONTINUE
000736         END-CALL
000737     END-IF.
000738
000739 apply-one-reject.
000740* La date deposee par la partition fait foi : une consolidation
000741* lancee apres minuit garde la nuit de la generation.
000742     MOVE PART-LINE(1:20) TO WS-RJH-CHAINE.
000743     MOVE PART-LINE(22:6) TO WS-RJH-SOURCE.
000744     MOVE PART-LINE(29:10) TO WS-RJH-MOTIF.
000745     IF PART-LINE(40:8) IS NUMERIC
000746         MOVE PART-LINE(40:8) TO WS-RJH-JOUR
000747     ELSE
000748         MOVE WS-TODAY TO WS-RJH-JOUR
000749     END-IF.
000750     MOVE 'U' TO WS-RJH-ACTION.
000751     MOVE SPACE TO WS-RJH-RESULT.
000752     CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
000753         WS-RJH-SOURCE, WS-RJH-MOTIF, WS-RJH-JOUR, WS-RJH-INFO,
000754         WS-RJH-RESULT
000755         ON EXCEPTION MOVE 'E' TO WS-RJH-RESULT
000756     END-CALL.
000757     IF WS-RJH-RESULT NOT = 'E'
000758         ADD 1 TO NB-RJH-NOTES
000759     END-IF.
000760
000761 merge-duals.
000762* Fusion triee et dedoublonnee des extraits dual-approved des
000763* partitions ; un code sorti par plusieurs partitions n'est garde
000764* qu'une fois et compte comme doublon inter-partitions. La
000765* collecte passe par le fichier de travail indexe (travail-io),
000766* l'ordre des cles rendant l'extrait fusionne naturellement trie.
000767     PERFORM open-work-file.
000768     PERFORM merge-bloques.
000769* Le registre des envois est ouvert avant la collecte : l'option
000770* de deduplication contre les envois passes consulte chaque code
000771* au moment ou il entre au fichier de travail.
000772     PERFORM open-send-register.
000773     IF WS-DEDUP-ENVOYES = 'Y' AND WS-REG-OK = 'N'
000774         MOVE 'N' TO WS-DEDUP-ENVOYES
000775         DISPLAY "ATTENTION : JOUR5_DEDUP_ENVOYES ignore, "
000776             "registre des envois indisponible" END-DISPLAY
000777         MOVE 'W' TO WS-JRN-SEV
000778         MOVE "JOUR5_DEDUP_ENVOYES ignore, registre indisponible"
000779             TO WS-JRN-MSG
000780         PERFORM write-journal
000781         IF WS-JOB-RC < 4
000782             MOVE 4 TO WS-JOB-RC
000783         END-IF
000784     END-IF.
000785     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000786             UNTIL WS-PART-IDX > WS-NB-PARTS
000787         MOVE SPACES TO WS-PART-NAME
000788         STRING "dual-approved-p" WS-PART-IDX ".txt"
000789             INTO WS-PART-NAME
000790         END-STRING
000791         OPEN INPUT PART-FILE
000792          IF WS-PART-STATUS NOT = "00"
000793              PERFORM warn-missing-part-file
000794          END-IF
000795         IF WS-PART-STATUS = "00"
000796             PERFORM UNTIL WS-PART-STATUS NOT = "00"
000797                 READ PART-FILE
000798                 IF WS-PART-STATUS = "00"
000799                     IF PART-LINE NOT = SPACES
000800                             AND PART-LINE(1:3) NOT = "HDR"
000801                             AND PART-LINE(1:3) NOT = "TRL"
000802                         MOVE PART-LINE(1:20) TO WS-DUAL-NEW-CODE
000803                         MOVE PART-LINE(22:8) TO WS-DUAL-NEW-MARK
000804                         MOVE PART-LINE(31:8) TO WS-DUAL-NEW-DEST
000805                         PERFORM note-dual-code
000806                     END-IF
000807                 END-IF
000808             END-PERFORM
000809             CLOSE PART-FILE
000810         END-IF
000811     END-PERFORM.
000812     OPEN OUTPUT DUAL-FILE.
000813     IF WS-DEDUP-ENVOYES = 'Y'
000814         OPEN OUTPUT DEJA-FILE
000815         IF WS-DEJA-STATUS NOT = "00"
000816             DISPLAY "ATTENTION : ecriture de deja-envoyes.txt "
000817                 "impossible (status " WS-DEJA-STATUS ")"
000818                 END-DISPLAY
000819             MOVE 'W' TO WS-JRN-SEV
000820             MOVE "ecriture de deja-envoyes.txt impossible"
000821                 TO WS-JRN-MSG
000822             PERFORM write-journal
000823             IF WS-JOB-RC < 4
000824                 MOVE 4 TO WS-JOB-RC
000825             END-IF
000826         END-IF
000827     END-IF.
000828* En-tete de controle de l'extrait consolide, au meme format que
000829* celui exige sur nos entrees (HDR + date + source).
000830     MOVE SPACES TO DUAL-LINE.
000831     STRING "HDR" WS-TODAY WS-EXTRAIT-SOURCE
000832         INTO DUAL-LINE
000833     END-STRING.
000834     WRITE DUAL-LINE END-WRITE.
000835     MOVE 0 TO EXT-LIGNES.
000836     MOVE 0 TO EXT-CHECKSUM.
000837     MOVE 'B' TO WS-TRV-ACTION.
000838     MOVE SPACE TO WS-TRV-RESULT.
000839     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000840         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000841         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000842     END-CALL.
000843     IF WS-TRV-RESULT = 'E'
000844         PERFORM abort-work-file
000845     END-IF.
000846     PERFORM UNTIL WS-TRV-RESULT NOT = 'T'
000847         MOVE 'S' TO WS-TRV-ACTION
000848         CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000849             WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000850             ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000851         END-CALL
000852         IF WS-TRV-RESULT = 'T'
000853             IF WS-TRV-MARK = "DEJA-ENV"
000854                 ADD 1 TO NB-DEJA-ENVOYES
000855                 PERFORM write-deja-line
000856             ELSE
000857             IF WS-TRV-MARK = "BLOQUE"
000858                 CONTINUE
000859             ELSE
000860                 MOVE SPACES TO DUAL-LINE
000861                 MOVE WS-TRV-CODE TO DUAL-LINE(1:20)
000862                 IF WS-TRV-MARK NOT = SPACES
000863                     MOVE WS-TRV-MARK TO DUAL-LINE(22:8)
000864                 END-IF
000865                 MOVE SPACES TO WS-RTE-DEST
000866                 IF WS-RTE-OK = 'Y'
000867                     PERFORM find-dual-route
000868                     MOVE WS-RTE-DEST TO DUAL-LINE(31:8)
000869                 END-IF
000870                 WRITE DUAL-LINE END-WRITE
000871                 ADD 1 TO EXT-LIGNES
000872                 PERFORM add-extract-checksum
000873                 IF WS-REG-OK = 'Y'
000874                     MOVE WS-TRV-CODE TO WS-REG-CODE
000875                     PERFORM note-send-register
000876                 END-IF
000877             END-IF
000878             END-IF
000879         END-IF
000880     END-PERFORM.
000881* Fin de controle : compte exact de codes puis somme de controle,
000882* le compte restant aux colonnes 4-9 comme sur nos entrees.
000883     MOVE SPACES TO DUAL-LINE.
000884     STRING "TRL" EXT-LIGNES EXT-CHECKSUM
000885         INTO DUAL-LINE
000886     END-STRING.
000887     WRITE DUAL-LINE END-WRITE.
000888     CLOSE DUAL-FILE.
000889     PERFORM close-send-register.
000890     PERFORM close-work-file.
000891     IF WS-RTE-OK = 'Y'
000892         PERFORM split-dual-extract
000893     END-IF.
000894     IF WS-DEDUP-ENVOYES = 'Y'
000895         CLOSE DEJA-FILE
000896         MOVE SPACES TO REPORT-LINE
000897         STRING "Codes deja envoyes detournes : " NB-DEJA-ENVOYES
000898             " (liste deja-envoyes.txt)"
000899             INTO REPORT-LINE
000900         END-STRING
000901         WRITE REPORT-LINE END-WRITE
000902     END-IF.
000903     MOVE SPACES TO REPORT-LINE.
000904     STRING "Codes retenus par blocage : " NB-CODES-BLOQUES
000905         " (liste codes-bloques.txt)"
000906         INTO REPORT-LINE
000907     END-STRING.
000908     WRITE REPORT-LINE END-WRITE.
000909
000910 merge-bloques.
000911* Fusion des listes codes-bloques-pnn.txt : la ligne de la
000912* premiere partition qui retient un code est recopiee telle
000913* quelle (nature, motif, operateur, expiration), le code entre au
000914* fichier de travail avec le marqueur BLOQUE. Une liste absente
000915* n'est pas une anomalie : une partition sans code retenu la
000916* cree vide, mais une instance d'avant les blocages n'en a pas.
000917     OPEN OUTPUT BLOQUE-FILE.
000918     IF WS-BLOQ-STATUS NOT = "00"
000919         DISPLAY "ATTENTION : ecriture de codes-bloques.txt "
000920             "impossible (status " WS-BLOQ-STATUS ")"
000921             END-DISPLAY
000922         MOVE 'W' TO WS-JRN-SEV
000923         MOVE "ecriture de codes-bloques.txt impossible"
000924             TO WS-JRN-MSG
000925         PERFORM write-journal
000926         IF WS-JOB-RC < 4
000927             MOVE 4 TO WS-JOB-RC
000928         END-IF
000929     END-IF.
000930     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
000931             UNTIL WS-PART-IDX > WS-NB-PARTS
000932         MOVE SPACES TO WS-PART-NAME
000933         STRING "codes-bloques-p" WS-PART-IDX ".txt"
000934             INTO WS-PART-NAME
000935         END-STRING
000936         OPEN INPUT PART-FILE
000937         IF WS-PART-STATUS = "00"
000938             PERFORM UNTIL WS-PART-STATUS NOT = "00"
000939                 READ PART-FILE
000940                 IF WS-PART-STATUS = "00"
000941                     IF PART-LINE NOT = SPACES
000942                         MOVE PART-LINE(1:20) TO WS-DUAL-NEW-CODE
000943                         MOVE "BLOQUE" TO WS-DUAL-NEW-MARK
000944                         PERFORM note-dual-code
000945                         IF WS-TRV-RESULT = 'N'
000946                             ADD 1 TO NB-CODES-BLOQUES
000947                             PERFORM write-bloque-line
000948                         END-IF
000949                     END-IF
000950                 END-IF
000951             END-PERFORM
000952             CLOSE PART-FILE
000953         END-IF
000954     END-PERFORM.
000955     IF WS-BLOQ-STATUS = "00"
000956         CLOSE BLOQUE-FILE
000957     END-IF.
000958
000959 write-bloque-line.
000960     IF WS-BLOQ-STATUS = "00"
000961         MOVE PART-LINE(1:120) TO BLOQUE-LINE
000962         WRITE BLOQUE-LINE END-WRITE
000963     END-IF.
000964
000965 add-extract-checksum.
000966* Cumule le rang alphabetique (a=1 .. z=26) des caracteres du
000967* code courant (WS-TRV-CODE), comme jour-cinq.
000968     PERFORM VARYING EXT-CHK-IDX FROM 1 BY 1
000969             UNTIL EXT-CHK-IDX > 20
000970         IF WS-TRV-CODE(EXT-CHK-IDX:1) NOT = SPACE
000971             COMPUTE EXT-CHK-ORD =
000972                 FUNCTION ORD(WS-TRV-CODE(EXT-CHK-IDX:1))
000973                 - FUNCTION ORD("a") + 1
000974             ADD EXT-CHK-ORD TO EXT-CHECKSUM
000975         END-IF
000976     END-PERFORM.
000977
000978 note-dual-code.
000979* Meme collecte sans doublon que dans jour-cinq, au fichier de
000980* travail ; la premiere occurrence (et son marqueur) l'emporte,
000981* la suivante compte comme doublon inter-partitions.
000982     IF WS-DEDUP-ENVOYES = 'Y' AND WS-REG-OK = 'Y'
000983             AND WS-DUAL-NEW-MARK NOT = "BLOQUE"
000984         MOVE 'L' TO WS-REG-ACTION
000985         MOVE WS-DUAL-NEW-CODE TO WS-REG-CODE
000986         MOVE SPACE TO WS-REG-RESULT
000987         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000988             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000989             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000990             ON EXCEPTION MOVE 'N' TO WS-REG-OK
000991         END-CALL
000992         IF WS-REG-RESULT = 'T' AND WS-REG-DATE < WS-TODAY
000993             MOVE "DEJA-ENV" TO WS-DUAL-NEW-MARK
000994         END-IF
000995     END-IF.
000996     MOVE 'D' TO WS-TRV-ACTION.
000997     MOVE WS-DUAL-NEW-CODE TO WS-TRV-CODE.
000998     MOVE WS-DUAL-NEW-MARK TO WS-TRV-MARK.
000999     MOVE SPACE TO WS-TRV-RESULT.
001000     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
001001         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
001002         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
001003     END-CALL.
001004     IF WS-TRV-RESULT = 'I'
001005         ADD 1 TO NB-DOUBLONS-INTER
001006     END-IF.
001007     IF WS-TRV-RESULT = 'E'
001008         PERFORM abort-work-file
001009     END-IF.
001010     IF WS-TRV-RESULT = 'N' AND WS-RTE-OK = 'Y'
001011             AND WS-DUAL-NEW-MARK NOT = "DEJA-ENV"
001012             AND WS-DUAL-NEW-MARK NOT = "BLOQUE"
001013         PERFORM note-dual-route
001014     END-IF.
001015     MOVE SPACES TO WS-DUAL-NEW-DEST.
001016
001017 note-dual-route.
001018* La destination fixee par la partition l'emporte ; la premiere
001019* partition qui sort le code la donne.
001020     IF WS-DUAL-NEW-DEST = SPACES
001021         MOVE 'R' TO WS-RTE-ACTION
001022         MOVE SPACES TO WS-RTE-SOURCE
001023         MOVE WS-DUAL-NEW-CODE TO WS-RTE-CODE
001024         PERFORM call-routage
001025         MOVE WS-RTE-DEST TO WS-DUAL-NEW-DEST
001026     END-IF.
001027     MOVE 'R' TO WS-TRV-ACTION.
001028     MOVE WS-DUAL-NEW-CODE TO WS-TRV-CODE.
001029     MOVE WS-DUAL-NEW-DEST TO WS-TRV-MARK.
001030     MOVE SPACE TO WS-TRV-RESULT.
001031     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
001032         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
001033         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
001034     END-CALL.
001035     IF WS-TRV-RESULT = 'E'
001036         PERFORM abort-work-file
001037     END-IF.
001038
001039 find-dual-route.
001040* Destination du code courant du balayage (WS-TRV-CODE), comme
001041* dans jour-cinq.
001042     MOVE 'L' TO WS-TRV-ACTION.
001043     MOVE WS-TRV-CODE TO WS-RTE-CODE.
001044     MOVE SPACE TO WS-TRV-RESULT.
001045     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
001046         WS-RTE-CODE, WS-RTE-DEST, WS-TRV-RESULT
001047         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
001048     END-CALL.
001049     IF WS-TRV-RESULT = 'E'
001050         PERFORM abort-work-file
001051     END-IF.
001052     IF WS-TRV-RESULT NOT = 'T'
001053         MOVE 'R' TO WS-RTE-ACTION
001054         MOVE SPACES TO WS-RTE-SOURCE
001055         PERFORM call-routage
001056     END-IF.
001057     MOVE 'T' TO WS-TRV-RESULT.
001058
001059 call-routage.
001060     MOVE SPACES TO WS-RTE-DEST.
001061     MOVE SPACE TO WS-RTE-RESULT.
001062     CALL "routage" USING WS-RTE-ACTION, WS-RTE-SOURCE,
001063         WS-RTE-CODE, WS-RTE-DEST, WS-RTE-FICHIER, WS-RTE-LIGNES,
001064         WS-RTE-RESULT
001065         ON EXCEPTION MOVE 'A' TO WS-RTE-RESULT
001066     END-CALL.
001067
001068 load-routing-table.
001069* Meme table que jour-cinq : absente, l'extrait fusionne part
001070* seul ; illisible, la consolidation s'arrete avant toute
001071* ecriture.
001072     MOVE 'C' TO WS-RTE-ACTION.
001073     MOVE 0 TO WS-RTE-LIGNES.
001074     PERFORM call-routage.
001075     IF WS-RTE-RESULT = 'T'
001076         MOVE 'Y' TO WS-RTE-OK
001077     END-IF.
001078     IF WS-RTE-RESULT = 'E'
001079         DISPLAY "ERREUR : table de routage routage.dat invalide "
001080             "(ligne " WS-RTE-LIGNES "), consolidation abandonnee"
001081             END-DISPLAY
001082         MOVE 'E' TO WS-JRN-SEV
001083         MOVE SPACES TO WS-JRN-MSG
001084         STRING "table de routage routage.dat invalide (ligne "
001085             WS-RTE-LIGNES
001086             "), consolidation abandonnee"
001087             INTO WS-JRN-MSG
001088         END-STRING
001089         PERFORM write-journal
001090         MOVE 12 TO RETURN-CODE
001091         STOP RUN
001092     END-IF.
001093
001094 split-dual-extract.
001095* Un extrait par destination tire de l'extrait fusionne, puis la
001096* preuve : chaque extrait est relu, son TRL verifie, et la somme
001097* des destinations doit redonner les lignes de l'extrait fusionne.
001098     MOVE 'X' TO WS-RTE-ACTION.
001099     MOVE "dual-approved.txt" TO WS-RTE-FICHIER.
001100     PERFORM call-routage.
001101     IF WS-RTE-RESULT NOT = 'T'
001102         DISPLAY "ERREUR : eclatement de dual-approved.txt par "
001103             "destination impossible (" WS-RTE-DEST ")"
001104             END-DISPLAY
001105         MOVE 'E' TO WS-JRN-SEV
001106         MOVE SPACES TO WS-JRN-MSG
001107         STRING "eclatement de l'extrait par destination "
001108             "impossible (" WS-RTE-DEST ")"
001109             INTO WS-JRN-MSG
001110         END-STRING
001111         PERFORM write-journal
001112         MOVE 12 TO WS-JOB-RC
001113     END-IF.
001114     MOVE 'V' TO WS-RTE-ACTION.
001115     PERFORM call-routage.
001116     MOVE WS-RTE-LIGNES TO BAL-DEST-LIGNES.
001117     MOVE 'P' TO WS-RTE-ACTION.
001118     PERFORM call-routage.
001119     PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
001120             AND WS-RTE-RESULT NOT = 'D'
001121         MOVE SPACES TO REPORT-LINE
001122         IF WS-RTE-RESULT = 'D'
001123             STRING "DESEQUILIBRE : extrait " WS-RTE-DEST
001124                 " absent ou TRL en desaccord ("
001125                 FUNCTION TRIM(WS-RTE-FICHIER) ")"
001126                 INTO REPORT-LINE
001127             END-STRING
001128             IF WS-JOB-RC < 8
001129                 MOVE 8 TO WS-JOB-RC
001130             END-IF
001131         ELSE
001132             STRING "Extrait destination " WS-RTE-DEST " : "
001133                 WS-RTE-LIGNES " code(s) ("
001134                 FUNCTION TRIM(WS-RTE-FICHIER) ")"
001135                 INTO REPORT-LINE
001136             END-STRING
001137         END-IF
001138         WRITE REPORT-LINE END-WRITE
001139         MOVE 'N' TO WS-RTE-ACTION
001140         PERFORM call-routage
001141     END-PERFORM.
001142     MOVE SPACES TO REPORT-LINE.
001143     IF BAL-DEST-LIGNES NOT = EXT-LIGNES
001144         STRING "DESEQUILIBRE : somme des destinations = "
001145             BAL-DEST-LIGNES ", lignes dual-approved = "
001146             EXT-LIGNES
001147             INTO REPORT-LINE
001148         END-STRING
001149         DISPLAY "ATTENTION : extraits par destination en "
001150             "desaccord avec dual-approved.txt" END-DISPLAY
001151         MOVE 'W' TO WS-JRN-SEV
001152         MOVE "extraits par destination en desaccord"
001153             TO WS-JRN-MSG
001154         PERFORM write-journal
001155         IF WS-JOB-RC < 8
001156             MOVE 8 TO WS-JOB-RC
001157         END-IF
001158     ELSE
001159         STRING "Somme des destinations = " BAL-DEST-LIGNES
001160             " = lignes dual-approved"
001161             INTO REPORT-LINE
001162         END-STRING
001163     END-IF.
001164     WRITE REPORT-LINE END-WRITE.
001165
001166 write-deja-line.
001167* Liste des codes detournes de l'extrait consolide : deja envoyes
001168* un jour precedent, dates par le registre.
001169     MOVE 'L' TO WS-REG-ACTION.
001170     MOVE WS-TRV-CODE TO WS-REG-CODE.
001171     MOVE SPACE TO WS-REG-RESULT.
001172     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
001173         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
001174         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
001175         ON EXCEPTION MOVE SPACE TO WS-REG-RESULT
001176     END-CALL.
001177     MOVE SPACES TO DEJA-LINE.
001178     IF WS-REG-RESULT = 'T'
001179         STRING WS-TRV-CODE " - envoye le " WS-REG-DATE
001180             INTO DEJA-LINE
001181         END-STRING
001182     ELSE
001183         MOVE WS-TRV-CODE TO DEJA-LINE
001184     END-IF.
001185     WRITE DEJA-LINE END-WRITE.
001186
001187 open-work-file.
001188* (Re)cree le fichier de travail de la consolidation via
001189* travail-io ; indisponible, la fusion serait fausse : erreur
001190* dure avant d'avoir touche a l'extrait consolide.
001191     MOVE 'O' TO WS-TRV-ACTION.
001192     MOVE SPACE TO WS-TRV-RESULT.
001193     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
001194         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
001195         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
001196     END-CALL.
001197     IF WS-TRV-RESULT = 'E'
001198         PERFORM abort-work-file
001199     END-IF.
001200
001201 close-work-file.
001202     MOVE 'F' TO WS-TRV-ACTION.
001203     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
001204         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
001205         ON EXCEPTION CONTINUE
001206     END-CALL.
001207
001208 abort-work-file.
001209     DISPLAY "ERREUR : fichier de travail indisponible ("
001210         FUNCTION TRIM(WS-TRV-NAME) "), consolidation abandonnee"
001211         END-DISPLAY.
001212     MOVE 'E' TO WS-JRN-SEV.
001213     MOVE SPACES TO WS-JRN-MSG.
001214     STRING "fichier de travail indisponible ("
001215         FUNCTION TRIM(WS-TRV-NAME)
001216         "), consolidation abandonnee"
001217         INTO WS-JRN-MSG
001218     END-STRING.
001219     PERFORM write-journal.
001220     MOVE 12 TO RETURN-CODE.
001221     STOP RUN.
001222
001223 open-send-register.
001224* Ouverture du registre des envois avant l'edition de l'extrait
001225* fusionne ; indisponible, la consolidation continue avec un
001226* avertissement, les relances retombant sur des dates
001227* approximatives.
001228     MOVE 'O' TO WS-REG-ACTION.
001229     MOVE 'Y' TO WS-REG-OK.
001230     MOVE SPACE TO WS-REG-RESULT.
001231     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
001232         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
001233         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
001234         ON EXCEPTION MOVE 'N' TO WS-REG-OK
001235     END-CALL.
001236     IF WS-REG-RESULT = 'E'
001237         MOVE 'N' TO WS-REG-OK
001238     END-IF.
001239     IF WS-REG-OK = 'N'
001240         DISPLAY "ATTENTION : registre des envois indisponible, "
001241             "envois non enregistres" END-DISPLAY
001242         MOVE 'W' TO WS-JRN-SEV
001243         MOVE SPACES TO WS-JRN-MSG
001244         STRING "registre des envois indisponible, "
001245             "envois non enregistres"
001246             INTO WS-JRN-MSG
001247         END-STRING
001248         PERFORM write-journal
001249         MOVE SPACES TO REPORT-LINE
001250         STRING "ATTENTION : registre des envois indisponible, "
001251             "envois non enregistres"
001252             INTO REPORT-LINE
001253         END-STRING
001254         WRITE REPORT-LINE END-WRITE
001255         IF WS-JOB-RC < 4
001256             MOVE 4 TO WS-JOB-RC
001257         END-IF
001258     END-IF.
001259
001260 note-send-register.
001261* Enregistre l'envoi du code au registre ; un code deja present
001262* garde la date de son premier envoi.
001263     MOVE 'E' TO WS-REG-ACTION.
001264     MOVE WS-TODAY TO WS-REG-DATE.
001265     MOVE WS-TODAY TO WS-REG-GENERATION.
001266     MOVE WS-RTE-DEST TO WS-REG-INFO(41:8).
001267     MOVE SPACE TO WS-REG-RESULT.
001268     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
001269         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
001270         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
001271         ON EXCEPTION MOVE 'N' TO WS-REG-OK
001272     END-CALL.
001273     IF WS-REG-RESULT = 'N'
001274         ADD 1 TO NB-ENVOIS-NOUVEAUX
001275     END-IF.
001276     IF WS-REG-RESULT = 'E'
001277         MOVE 'N' TO WS-REG-OK
001278         IF WS-JOB-RC < 4
001279             MOVE 4 TO WS-JOB-RC
001280         END-IF
001281     END-IF.
001282
001283 close-send-register.
001284     IF WS-REG-OK = 'Y'
001285         MOVE 'F' TO WS-REG-ACTION
001286         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
001287             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
001288             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
001289             ON EXCEPTION CONTINUE
001290         END-CALL
001291         MOVE SPACES TO REPORT-LINE
001292         STRING "Registre des envois : " NB-ENVOIS-NOUVEAUX
001293             " nouvel(s) envoi(s) enregistre(s)"
001294             INTO REPORT-LINE
001295         END-STRING
001296         WRITE REPORT-LINE END-WRITE
001297     END-IF.
001298
001299 merge-sources.
001300* Additionne les ecarts de sources deposes par chaque partition,
001301* puis verse le tout a l'etat cumule et reedite le classement.
001302* Un fichier d'ecarts absent rend le suivi incomplet mais
001303* n'arrete pas la consolidation.
001304     PERFORM VARYING WS-PART-IDX FROM 1 BY 1
001305             UNTIL WS-PART-IDX > WS-NB-PARTS
001306         MOVE SPACES TO WS-SOURCES-NAME
001307         STRING "sources-p" WS-PART-IDX ".dat"
001308             INTO WS-SOURCES-NAME
001309         END-STRING
001310         OPEN INPUT SOURCES-FILE
001311         IF WS-SOURCES-STATUS NOT = "00"
001312             MOVE WS-SOURCES-NAME TO WS-PART-NAME
001313             MOVE WS-SOURCES-STATUS TO WS-PART-STATUS
001314             PERFORM warn-missing-part-file
001315         ELSE
001316             PERFORM UNTIL WS-SOURCES-STATUS NOT = "00"
001317                 READ SOURCES-FILE
001318                 IF WS-SOURCES-STATUS = "00"
001319                     PERFORM absorb-source-delta
001320                 END-IF
001321             END-PERFORM
001322             CLOSE SOURCES-FILE
001323         END-IF
001324     END-PERFORM.
001325     IF WS-SRC-FULL = 'Y'
001326         DISPLAY "ATTENTION : table des sources saturee a 20, "
001327             "suivi de qualite incomplet" END-DISPLAY
001328         MOVE 'W' TO WS-JRN-SEV
001329         MOVE "table des sources saturee, suivi incomplet"
001330             TO WS-JRN-MSG
001331         PERFORM write-journal
001332         IF WS-JOB-RC < 4
001333             MOVE 4 TO WS-JOB-RC
001334         END-IF
001335     END-IF.
001336     PERFORM load-cum-sources.
001337     PERFORM merge-run-sources.
001338     PERFORM write-cum-sources.
001339     PERFORM write-source-quality.
001340
001341 absorb-source-delta.
001342     MOVE SOURCES-LINE(1:129) TO WS-SRC-REC.
001343     IF SRC-R-ID = SPACES OR SRC-R-RECS IS NOT NUMERIC
001344         CONTINUE
001345     ELSE
001346         MOVE 0 TO WS-SRC-POS
001347         PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
001348                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
001349             IF WS-SRC-ID(WS-SRC-IDX) = SRC-R-ID
001350                 MOVE WS-SRC-IDX TO WS-SRC-POS
001351                 EXIT PERFORM
001352             END-IF
001353         END-PERFORM
001354         IF WS-SRC-POS = 0
001355             IF WS-SRC-COUNT < 20
001356                 ADD 1 TO WS-SRC-COUNT
001357                 MOVE WS-SRC-COUNT TO WS-SRC-POS
001358                 INITIALIZE WS-SRC-ENTRY(WS-SRC-POS)
001359                 MOVE SRC-R-ID TO WS-SRC-ID(WS-SRC-POS)
001360             ELSE
001361                 MOVE 'Y' TO WS-SRC-FULL
001362             END-IF
001363         END-IF
001364         IF WS-SRC-POS > 0
001365             ADD SRC-R-FICH TO WS-SRC-FICH(WS-SRC-POS)
001366             ADD SRC-R-RECS TO WS-SRC-RECS(WS-SRC-POS)
001367             ADD SRC-R-SCORED TO WS-SRC-SCORED(WS-SRC-POS)
001368             ADD SRC-R-REJETS TO WS-SRC-REJETS(WS-SRC-POS)
001369             MOVE SRC-R-PROFIL TO WS-SRC-PROFIL(WS-SRC-POS)
001370             PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
001371                     UNTIL WS-CUM-IDX > 7
001372                 ADD SRC-R-REJ(WS-CUM-IDX)
001373                     TO WS-SRC-REJ-DET(WS-SRC-POS, WS-CUM-IDX)
001374             END-PERFORM
001375         END-IF
001376     END-IF.
001377
001378 load-cum-sources.
001379* Recharge l'etat cumule de sources.dat ; fichier absent au
001380* premier passage, la table part vide.
001381     MOVE "sources.dat" TO WS-SOURCES-NAME.
001382     OPEN INPUT SOURCES-FILE.
001383     IF WS-SOURCES-STATUS = "00"
001384         PERFORM UNTIL WS-SOURCES-STATUS NOT = "00"
001385             READ SOURCES-FILE
001386             IF WS-SOURCES-STATUS = "00"
001387                 PERFORM load-one-cum-source
001388             END-IF
001389         END-PERFORM
001390         CLOSE SOURCES-FILE
001391     END-IF.
001392
001393 load-one-cum-source.
001394     MOVE SOURCES-LINE(1:129) TO WS-SRC-REC.
001395     IF SRC-R-ID NOT = SPACES AND SRC-R-RECS IS NUMERIC
001396         IF WS-CUM-COUNT < 100
001397             ADD 1 TO WS-CUM-COUNT
001398             INITIALIZE WS-CUM-ENTRY(WS-CUM-COUNT)
001399             MOVE SRC-R-ID TO WS-CUM-ID(WS-CUM-COUNT)
001400             MOVE SRC-R-FICH TO WS-CUM-FICH(WS-CUM-COUNT)
001401             MOVE SRC-R-RECS TO WS-CUM-RECS(WS-CUM-COUNT)
001402             MOVE SRC-R-SCORED TO WS-CUM-SCORED(WS-CUM-COUNT)
001403             MOVE SRC-R-REJETS TO WS-CUM-REJETS(WS-CUM-COUNT)
001404             PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
001405                     UNTIL WS-CUM-IDX > 7
001406                 MOVE SRC-R-REJ(WS-CUM-IDX)
001407                     TO WS-CUM-REJ-DET(WS-CUM-COUNT, WS-CUM-IDX)
001408             END-PERFORM
001409             MOVE SRC-R-PCT
001410                 TO WS-CUM-DERNIER-PCT(WS-CUM-COUNT)
001411             MOVE SPACES TO WS-CUM-TENDANCE(WS-CUM-COUNT)
001412             MOVE 'N' TO WS-CUM-EDITE(WS-CUM-COUNT)
001413             MOVE SRC-R-PROFIL TO WS-CUM-PROFIL(WS-CUM-COUNT)
001414         ELSE
001415             MOVE 'Y' TO WS-CUM-FULL
001416         END-IF
001417     END-IF.
001418
001419 merge-run-sources.
001420* Verse les ecarts fusionnes de la nuit dans l'etat cumule :
001421* taux du jour, tendance contre le dernier taux memorise, et le
001422* taux du jour devient le dernier taux pour la nuit suivante.
001423     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
001424             UNTIL WS-SRC-IDX > WS-SRC-COUNT
001425         PERFORM merge-one-run-source
001426     END-PERFORM.
001427     IF WS-CUM-FULL = 'Y'
001428         DISPLAY "ATTENTION : etat des sources sature a 100, "
001429             "suivi de qualite incomplet" END-DISPLAY
001430         MOVE 'W' TO WS-JRN-SEV
001431         MOVE "etat des sources sature, suivi incomplet"
001432             TO WS-JRN-MSG
001433         PERFORM write-journal
001434         IF WS-JOB-RC < 4
001435             MOVE 4 TO WS-JOB-RC
001436         END-IF
001437     END-IF.
001438
001439 merge-one-run-source.
001440     MOVE 0 TO WS-CUM-POS.
001441     PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
001442             UNTIL WS-CUM-IDX > WS-CUM-COUNT
001443         IF WS-CUM-ID(WS-CUM-IDX) = WS-SRC-ID(WS-SRC-IDX)
001444             MOVE WS-CUM-IDX TO WS-CUM-POS
001445             EXIT PERFORM
001446         END-IF
001447     END-PERFORM.
001448     IF WS-CUM-POS = 0
001449         IF WS-CUM-COUNT < 100
001450             ADD 1 TO WS-CUM-COUNT
001451             MOVE WS-CUM-COUNT TO WS-CUM-POS
001452             INITIALIZE WS-CUM-ENTRY(WS-CUM-POS)
001453             MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-CUM-ID(WS-CUM-POS)
001454             MOVE 'N' TO WS-CUM-EDITE(WS-CUM-POS)
001455         ELSE
001456             MOVE 'Y' TO WS-CUM-FULL
001457         END-IF
001458     END-IF.
001459     IF WS-CUM-POS > 0
001460         ADD WS-SRC-FICH(WS-SRC-IDX) TO WS-CUM-FICH(WS-CUM-POS)
001461         MOVE WS-SRC-PROFIL(WS-SRC-IDX)
001462             TO WS-CUM-PROFIL(WS-CUM-POS)
001463         ADD WS-SRC-RECS(WS-SRC-IDX) TO WS-CUM-RECS(WS-CUM-POS)
001464         ADD WS-SRC-SCORED(WS-SRC-IDX)
001465             TO WS-CUM-SCORED(WS-CUM-POS)
001466         ADD WS-SRC-REJETS(WS-SRC-IDX)
001467             TO WS-CUM-REJETS(WS-CUM-POS)
001468         PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
001469                 UNTIL WS-CUM-IDX > 7
001470             ADD WS-SRC-REJ-DET(WS-SRC-IDX, WS-CUM-IDX)
001471                 TO WS-CUM-REJ-DET(WS-CUM-POS, WS-CUM-IDX)
001472         END-PERFORM
001473         IF WS-SRC-RECS(WS-SRC-IDX) > 0
001474             COMPUTE WS-CUM-JOUR-PCT(WS-CUM-POS) =
001475                 WS-SRC-REJETS(WS-SRC-IDX) * 100
001476                 / WS-SRC-RECS(WS-SRC-IDX)
001477         ELSE
001478             MOVE 0 TO WS-CUM-JOUR-PCT(WS-CUM-POS)
001479         END-IF
001480         MOVE "STABLE" TO WS-CUM-TENDANCE(WS-CUM-POS)
001481         IF WS-CUM-JOUR-PCT(WS-CUM-POS)
001482                 > WS-CUM-DERNIER-PCT(WS-CUM-POS)
001483             MOVE "HAUSSE" TO WS-CUM-TENDANCE(WS-CUM-POS)
001484         END-IF
001485         IF WS-CUM-JOUR-PCT(WS-CUM-POS)
001486                 < WS-CUM-DERNIER-PCT(WS-CUM-POS)
001487             MOVE "BAISSE" TO WS-CUM-TENDANCE(WS-CUM-POS)
001488         END-IF
001489         MOVE WS-CUM-JOUR-PCT(WS-CUM-POS)
001490             TO WS-CUM-DERNIER-PCT(WS-CUM-POS)
001491     END-IF.
001492
001493 write-cum-sources.
001494     MOVE "sources.dat" TO WS-SOURCES-NAME.
001495     OPEN OUTPUT SOURCES-FILE.
001496     IF WS-SOURCES-STATUS NOT = "00"
001497         DISPLAY "ATTENTION : sources.dat inecrivable (status "
001498             WS-SOURCES-STATUS ")" END-DISPLAY
001499         MOVE 'W' TO WS-JRN-SEV
001500         MOVE "sources.dat inecrivable" TO WS-JRN-MSG
001501         PERFORM write-journal
001502         IF WS-JOB-RC < 4
001503             MOVE 4 TO WS-JOB-RC
001504         END-IF
001505     ELSE
001506         PERFORM VARYING WS-CUM-POS FROM 1 BY 1
001507                 UNTIL WS-CUM-POS > WS-CUM-COUNT
001508             INITIALIZE WS-SRC-REC
001509             MOVE WS-CUM-ID(WS-CUM-POS) TO SRC-R-ID
001510             MOVE WS-CUM-FICH(WS-CUM-POS) TO SRC-R-FICH
001511             MOVE WS-CUM-RECS(WS-CUM-POS) TO SRC-R-RECS
001512             MOVE WS-CUM-SCORED(WS-CUM-POS) TO SRC-R-SCORED
001513             MOVE WS-CUM-REJETS(WS-CUM-POS) TO SRC-R-REJETS
001514             PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
001515                     UNTIL WS-CUM-IDX > 7
001516                 MOVE WS-CUM-REJ-DET(WS-CUM-POS, WS-CUM-IDX)
001517                     TO SRC-R-REJ(WS-CUM-IDX)
001518             END-PERFORM
001519             MOVE WS-CUM-DERNIER-PCT(WS-CUM-POS) TO SRC-R-PCT
001520             MOVE WS-CUM-PROFIL(WS-CUM-POS) TO SRC-R-PROFIL
001521             MOVE SPACES TO SOURCES-LINE
001522             MOVE WS-SRC-REC TO SOURCES-LINE
001523             WRITE SOURCES-LINE END-WRITE
001524         END-PERFORM
001525         CLOSE SOURCES-FILE
001526     END-IF.
001527
001528 write-source-quality.
001529* Classement des sources par taux de rejet cumule decroissant,
001530* avec le taux et la tendance du jour pour les sources vues
001531* cette nuit.
001532     OPEN OUTPUT QUALITE-FILE.
001533     IF WS-QUAL-STATUS NOT = "00"
001534         DISPLAY "ATTENTION : ecriture de qualite-sources.txt "
001535             "impossible (status " WS-QUAL-STATUS ")"
001536             END-DISPLAY
001537         MOVE 'W' TO WS-JRN-SEV
001538         MOVE "ecriture de qualite-sources.txt impossible"
001539             TO WS-JRN-MSG
001540         PERFORM write-journal
001541         IF WS-JOB-RC < 4
001542             MOVE 4 TO WS-JOB-RC
001543         END-IF
001544     ELSE
001545         MOVE SPACES TO QUALITE-LINE
001546         STRING "Qualite des sources au " WS-TODAY
001547             " (taux de rejet cumule decroissant)"
001548             INTO QUALITE-LINE
001549         END-STRING
001550         WRITE QUALITE-LINE END-WRITE
001551         PERFORM VARYING WS-RANG FROM 1 BY 1
001552                 UNTIL WS-RANG > WS-CUM-COUNT
001553             PERFORM write-one-quality-line
001554         END-PERFORM
001555         CLOSE QUALITE-FILE
001556     END-IF.
001557
001558 write-one-quality-line.
001559* Selection du pire taux cumule restant ; les entrees deja
001560* editees sont marquees.
001561     MOVE 0 TO WS-MAX-IDX.
001562     MOVE 0 TO WS-MAX-PCT.
001563     PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
001564             UNTIL WS-CUM-IDX > WS-CUM-COUNT
001565         IF WS-CUM-EDITE(WS-CUM-IDX) = 'N'
001566             IF WS-CUM-RECS(WS-CUM-IDX) > 0
001567                 COMPUTE WS-PCT-CUM =
001568                     WS-CUM-REJETS(WS-CUM-IDX) * 100
001569                     / WS-CUM-RECS(WS-CUM-IDX)
001570             ELSE
001571                 MOVE 0 TO WS-PCT-CUM
001572             END-IF
001573             IF WS-MAX-IDX = 0 OR WS-PCT-CUM > WS-MAX-PCT
001574                 MOVE WS-CUM-IDX TO WS-MAX-IDX
001575                 MOVE WS-PCT-CUM TO WS-MAX-PCT
001576             END-IF
001577         END-IF
001578     END-PERFORM.
001579     IF WS-MAX-IDX > 0
001580         MOVE 'Y' TO WS-CUM-EDITE(WS-MAX-IDX)
001581         MOVE WS-MAX-PCT TO WS-PCT-ED
001582         MOVE SPACES TO QUALITE-LINE
001583         IF WS-CUM-TENDANCE(WS-MAX-IDX) = SPACES
001584             STRING "  " WS-RANG " - " WS-CUM-ID(WS-MAX-IDX)
001585                 " - rejets " WS-CUM-REJETS(WS-MAX-IDX)
001586                 " sur " WS-CUM-RECS(WS-MAX-IDX)
001587                 " - taux cumule " WS-PCT-ED "%"
001588                 " - hors passage du jour"
001589                 INTO QUALITE-LINE
001590             END-STRING
001591         ELSE
001592             MOVE WS-CUM-JOUR-PCT(WS-MAX-IDX) TO WS-PCT-ED2
001593             STRING "  " WS-RANG " - " WS-CUM-ID(WS-MAX-IDX)
001594                 " - rejets " WS-CUM-REJETS(WS-MAX-IDX)
001595                 " sur " WS-CUM-RECS(WS-MAX-IDX)
001596                 " - taux cumule " WS-PCT-ED "%"
001597                 " - jour " WS-PCT-ED2 "% "
001598                 WS-CUM-TENDANCE(WS-MAX-IDX)
001599                 INTO QUALITE-LINE
001600             END-STRING
001601         END-IF
001602         WRITE QUALITE-LINE END-WRITE
001603     END-IF.
001604
001605 warn-missing-part-file.
001606* Un fichier de partition absent au moment de la fusion rend la
001607* nuit incomplete : la consolidation continue mais le signale et
001608* sort au mieux en avertissement.
001609     DISPLAY "ATTENTION : " FUNCTION TRIM(WS-PART-NAME)
001610         " introuvable (status " WS-PART-STATUS
001611         "), fusion incomplete" END-DISPLAY.
001612     MOVE 'W' TO WS-JRN-SEV.
001613     MOVE SPACES TO WS-JRN-MSG.
001614     STRING FUNCTION TRIM(WS-PART-NAME)
001615         " introuvable (status "
001616         WS-PART-STATUS
001617         "), fusion incomplete"
001618         INTO WS-JRN-MSG
001619     END-STRING.
001620     PERFORM write-journal.
001621     MOVE SPACES TO REPORT-LINE.
001622     STRING "ATTENTION : fusion incomplete, fichier absent : "
001623         WS-PART-NAME
001624         INTO REPORT-LINE
001625     END-STRING.
001626     WRITE REPORT-LINE END-WRITE.
001627     IF WS-JOB-RC < 4
001628         MOVE 4 TO WS-JOB-RC
001629     END-IF.
001630
001631 write-merged-totals.
001632     MOVE SPACES TO REPORT-LINE.
001633     STRING "Jeu de regles utilise : " WS-RULESET
001634         INTO REPORT-LINE
001635     END-STRING.
001636     WRITE REPORT-LINE END-WRITE.
001637     MOVE SPACES TO REPORT-LINE.
001638     STRING "Jeu de voyelles utilise (partie 1) : " WS-VOWELS
001639         INTO REPORT-LINE
001640     END-STRING.
001641     WRITE REPORT-LINE END-WRITE.
001642     MOVE SPACES TO REPORT-LINE.
001643     STRING "Regles de scoring : version " WS-VERSION-REGLES
001644         INTO REPORT-LINE
001645     END-STRING.
001646     WRITE REPORT-LINE END-WRITE.
001647     MOVE SPACES TO REPORT-LINE.
001648     STRING "Lignes lues : " TOT-LIGNES
001649         " - scores : " TOT-SCORES
001650         " - rejets : " TOT-REJETS
001651         " - doublons : " TOT-DOUBLONS
001652         INTO REPORT-LINE
001653     END-STRING.
001654     WRITE REPORT-LINE END-WRITE.
001655     MOVE SPACES TO REPORT-LINE.
001656     STRING "Dans la partie 1 : " TOT-NICE-PREM
001657         INTO REPORT-LINE
001658     END-STRING.
001659     WRITE REPORT-LINE END-WRITE.
001660     MOVE SPACES TO REPORT-LINE.
001661     STRING "Dans la partie 2 : " TOT-NICE-DEUX
001662         INTO REPORT-LINE
001663     END-STRING.
001664     WRITE REPORT-LINE END-WRITE.
001665     MOVE SPACES TO REPORT-LINE.
001666     STRING "Dans la partie 3 : " TOT-NICE-TROIS
001667         INTO REPORT-LINE
001668     END-STRING.
001669     WRITE REPORT-LINE END-WRITE.
001670     MOVE SPACES TO REPORT-LINE.
001671     STRING "Enregistrements rejetes : " TOT-REJETS
001672         " (voyelles " TOT-REJ-VOYELLES
001673         ", paire " TOT-REJ-PAIRE
001674         ", double " TOT-REJ-DOUBLE ")"
001675         INTO REPORT-LINE
001676     END-STRING.
001677     WRITE REPORT-LINE END-WRITE.
001678     MOVE SPACES TO REPORT-LINE.
001679     STRING "  (entre-deux " TOT-REJ-ENTRE
001680         ", paire repetee " TOT-REJ-SPAIRE
001681         ", partie 3 " TOT-REJ-TROIS
001682         ", caracteres " TOT-REJ-CARS ")"
001683         INTO REPORT-LINE
001684     END-STRING.
001685     WRITE REPORT-LINE END-WRITE.
001686     MOVE SPACES TO REPORT-LINE.
001687     STRING "Doublons inter-partitions ignores : "
001688         NB-DOUBLONS-INTER
001689         INTO REPORT-LINE
001690     END-STRING.
001691     WRITE REPORT-LINE END-WRITE.
001692     MOVE SPACES TO REPORT-LINE.
001693     STRING "Recidives mises en quarantaine : " TOT-QUARANTAINE
001694         " - rejets notes a l'historique : " NB-RJH-NOTES
001695         INTO REPORT-LINE
001696     END-STRING.
001697     WRITE REPORT-LINE END-WRITE.
001698
001699 compute-percentages.
001700* Memes regles d'affichage que jour-cinq : un jeu de regles non
001701* execute affiche N/A plutot qu'un faux 0.00%.
001702     MOVE 'N' TO WS-RAN-PREM.
001703     MOVE 'N' TO WS-RAN-DEUX.
001704     MOVE 'N' TO WS-RAN-TROIS.
001705     IF WS-RULESET = "1" OR WS-RULESET = "ALL"
001706         MOVE 'Y' TO WS-RAN-PREM
001707     END-IF.
001708     IF WS-RULESET = "2" OR WS-RULESET = "ALL"
001709         MOVE 'Y' TO WS-RAN-DEUX
001710     END-IF.
001711     IF WS-RULESET = "3" OR WS-RULESET = "ALL"
001712         MOVE 'Y' TO WS-RAN-TROIS
001713     END-IF.
001714     IF TOT-SCORES > 0
001715         COMPUTE WS-PCT-PREM =
001716             TOT-NICE-PREM * 100 / TOT-SCORES
001717         COMPUTE WS-PCT-DEUX =
001718             TOT-NICE-DEUX * 100 / TOT-SCORES
001719         COMPUTE WS-PCT-TROIS =
001720             TOT-NICE-TROIS * 100 / TOT-SCORES
001721     ELSE
001722         MOVE 0 TO WS-PCT-PREM WS-PCT-DEUX WS-PCT-TROIS
001723     END-IF.
001724     IF WS-RAN-PREM = 'Y'
001725         MOVE SPACES TO WS-PCT-PREM-TXT
001726         STRING WS-PCT-PREM "%" INTO WS-PCT-PREM-TXT
001727     ELSE
001728         MOVE "N/A" TO WS-PCT-PREM-TXT
001729     END-IF.
001730     IF WS-RAN-DEUX = 'Y'
001731         MOVE SPACES TO WS-PCT-DEUX-TXT
001732         STRING WS-PCT-DEUX "%" INTO WS-PCT-DEUX-TXT
001733     ELSE
001734         MOVE "N/A" TO WS-PCT-DEUX-TXT
001735     END-IF.
001736     IF WS-RAN-TROIS = 'Y'
001737         MOVE SPACES TO WS-PCT-TROIS-TXT
001738         STRING WS-PCT-TROIS "%" INTO WS-PCT-TROIS-TXT
001739     ELSE
001740         MOVE "N/A" TO WS-PCT-TROIS-TXT
001741     END-IF.
001742     MOVE SPACES TO REPORT-LINE.
001743     STRING "Pourcentage sympathiques - Partie 1 : "
001744         WS-PCT-PREM-TXT
001745         " - Partie 2 : " WS-PCT-DEUX-TXT
001746         " - Partie 3 : " WS-PCT-TROIS-TXT
001747         INTO REPORT-LINE
001748     END-STRING.
001749     WRITE REPORT-LINE END-WRITE.
001750
001751 compute-trend.
001752* Meme fenetre glissante de 5 jours et memes regles que jour-cinq,
001753* appliquees aux totaux fusionnes.
001754     OPEN INPUT HISTORY-FILE.
001755     IF WS-HIST-STATUS = "00"
001756         PERFORM UNTIL WS-HIST-STATUS NOT = "00"
001757             READ HISTORY-FILE
001758             IF WS-HIST-STATUS = "00"
001759                 IF WS-HIST-READ-COUNT < 5
001760                     ADD 1 TO WS-HIST-READ-COUNT
001761                 ELSE
001762                     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
001763                             UNTIL WS-HIST-IDX > 4
001764                         COMPUTE WS-HIST-IDX2 = WS-HIST-IDX + 1
001765                         MOVE WS-HIST-ENTRY(WS-HIST-IDX2)
001766                             TO WS-HIST-ENTRY(WS-HIST-IDX)
001767                     END-PERFORM
001768                 END-IF
001769                 MOVE HISTORY-LINE(1:8)
001770                     TO WS-HIST-DATE(WS-HIST-READ-COUNT)
001771                 MOVE HISTORY-LINE(9:1)
001772                     TO WS-HIST-PFLAG(WS-HIST-READ-COUNT)
001773                 MOVE HISTORY-LINE(10:6)
001774                     TO WS-HIST-PREM(WS-HIST-READ-COUNT)
001775                 MOVE HISTORY-LINE(16:1)
001776                     TO WS-HIST-DFLAG(WS-HIST-READ-COUNT)
001777                 MOVE HISTORY-LINE(17:6)
001778                     TO WS-HIST-DEUX(WS-HIST-READ-COUNT)
001779                 MOVE HISTORY-LINE(23:1)
001780                     TO WS-HIST-TFLAG(WS-HIST-READ-COUNT)
001781                 MOVE HISTORY-LINE(24:6)
001782                     TO WS-HIST-TROIS(WS-HIST-READ-COUNT)
001783             END-IF
001784         END-PERFORM
001785         CLOSE HISTORY-FILE
001786     END-IF.
001787     MOVE SPACES TO REPORT-LINE.
001788     IF WS-HIST-READ-COUNT = 0
001789         STRING "Tendance : pas d'historique disponible"
001790             INTO REPORT-LINE
001791         END-STRING
001792         WRITE REPORT-LINE END-WRITE
001793     ELSE
001794         MOVE 0 TO WS-SUM-PREM WS-SUM-DEUX WS-SUM-TROIS
001795         MOVE 0 TO WS-CNT-PREM WS-CNT-DEUX WS-CNT-TROIS
001796         PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
001797                 UNTIL WS-HIST-IDX > WS-HIST-READ-COUNT
001798             IF WS-HIST-PFLAG(WS-HIST-IDX) = 'Y'
001799                 ADD WS-HIST-PREM(WS-HIST-IDX) TO WS-SUM-PREM
001800                 ADD 1 TO WS-CNT-PREM
001801             END-IF
001802             IF WS-HIST-DFLAG(WS-HIST-IDX) = 'Y'
001803                 ADD WS-HIST-DEUX(WS-HIST-IDX) TO WS-SUM-DEUX
001804                 ADD 1 TO WS-CNT-DEUX
001805             END-IF
001806             IF WS-HIST-TFLAG(WS-HIST-IDX) = 'Y'
001807                 ADD WS-HIST-TROIS(WS-HIST-IDX) TO WS-SUM-TROIS
001808                 ADD 1 TO WS-CNT-TROIS
001809             END-IF
001810         END-PERFORM
001811         IF WS-RAN-PREM = 'Y' AND WS-CNT-PREM > 0
001812             DIVIDE WS-SUM-PREM BY WS-CNT-PREM
001813                 GIVING WS-AVG-PREM
001814             MOVE "STABLE" TO WS-TREND-PREM
001815             IF TOT-NICE-PREM > WS-AVG-PREM
001816                 MOVE "HAUSSE" TO WS-TREND-PREM
001817             END-IF
001818             IF TOT-NICE-PREM < WS-AVG-PREM
001819                 MOVE "BAISSE" TO WS-TREND-PREM
001820             END-IF
001821         ELSE
001822             MOVE "N/A" TO WS-TREND-PREM
001823         END-IF
001824         IF WS-RAN-DEUX = 'Y' AND WS-CNT-DEUX > 0
001825             DIVIDE WS-SUM-DEUX BY WS-CNT-DEUX
001826                 GIVING WS-AVG-DEUX
001827             MOVE "STABLE" TO WS-TREND-DEUX
001828             IF TOT-NICE-DEUX > WS-AVG-DEUX
001829                 MOVE "HAUSSE" TO WS-TREND-DEUX
001830             END-IF
001831             IF TOT-NICE-DEUX < WS-AVG-DEUX
001832                 MOVE "BAISSE" TO WS-TREND-DEUX
001833             END-IF
001834         ELSE
001835             MOVE "N/A" TO WS-TREND-DEUX
001836         END-IF
001837         IF WS-RAN-TROIS = 'Y' AND WS-CNT-TROIS > 0
001838             DIVIDE WS-SUM-TROIS BY WS-CNT-TROIS
001839                 GIVING WS-AVG-TROIS
001840             MOVE "STABLE" TO WS-TREND-TROIS
001841             IF TOT-NICE-TROIS > WS-AVG-TROIS
001842                 MOVE "HAUSSE" TO WS-TREND-TROIS
001843             END-IF
001844             IF TOT-NICE-TROIS < WS-AVG-TROIS
001845                 MOVE "BAISSE" TO WS-TREND-TROIS
001846             END-IF
001847         ELSE
001848             MOVE "N/A" TO WS-TREND-TROIS
001849         END-IF
001850         MOVE SPACES TO REPORT-LINE
001851         STRING "Tendance vs " WS-HIST-READ-COUNT
001852             " dernier(s) jour(s) - Partie 1 : " WS-TREND-PREM
001853             " - Partie 2 : " WS-TREND-DEUX
001854             " - Partie 3 : " WS-TREND-TROIS
001855             INTO REPORT-LINE
001856         END-STRING
001857         WRITE REPORT-LINE END-WRITE
001858     END-IF.
001859
001860 update-history.
001861* Une seule entree d'historique par jour calendaire, ecrite sur
001862* les totaux fusionnes : les passages par partitions n'ecrivent
001863* rien, la consolidation est le seul point d'entree du jour.
001864     MOVE TOT-NICE-PREM TO WS-NICE-PREM-6.
001865     MOVE TOT-NICE-DEUX TO WS-NICE-DEUX-6.
001866     MOVE TOT-NICE-TROIS TO WS-NICE-TROIS-6.
001867     IF WS-HIST-READ-COUNT > 0
001868             AND WS-HIST-DATE(WS-HIST-READ-COUNT) = WS-TODAY
001869         MOVE WS-HIST-READ-COUNT TO WS-HIST-TARGET
001870     ELSE
001871         IF WS-HIST-READ-COUNT < 5
001872             ADD 1 TO WS-HIST-READ-COUNT
001873             MOVE WS-HIST-READ-COUNT TO WS-HIST-TARGET
001874         ELSE
001875             PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
001876                     UNTIL WS-HIST-IDX > 4
001877                 COMPUTE WS-HIST-IDX2 = WS-HIST-IDX + 1
001878                 MOVE WS-HIST-ENTRY(WS-HIST-IDX2)
001879                     TO WS-HIST-ENTRY(WS-HIST-IDX)
001880             END-PERFORM
001881             MOVE 5 TO WS-HIST-TARGET
001882         END-IF
001883         MOVE WS-TODAY TO WS-HIST-DATE(WS-HIST-TARGET)
001884         MOVE 'N' TO WS-HIST-PFLAG(WS-HIST-TARGET)
001885         MOVE 'N' TO WS-HIST-DFLAG(WS-HIST-TARGET)
001886         MOVE 'N' TO WS-HIST-TFLAG(WS-HIST-TARGET)
001887         MOVE 0 TO WS-HIST-PREM(WS-HIST-TARGET)
001888         MOVE 0 TO WS-HIST-DEUX(WS-HIST-TARGET)
001889         MOVE 0 TO WS-HIST-TROIS(WS-HIST-TARGET)
001890     END-IF.
001891     IF WS-RAN-PREM = 'Y'
001892         MOVE 'Y' TO WS-HIST-PFLAG(WS-HIST-TARGET)
001893         MOVE WS-NICE-PREM-6 TO WS-HIST-PREM(WS-HIST-TARGET)
001894     END-IF.
001895     IF WS-RAN-DEUX = 'Y'
001896         MOVE 'Y' TO WS-HIST-DFLAG(WS-HIST-TARGET)
001897         MOVE WS-NICE-DEUX-6 TO WS-HIST-DEUX(WS-HIST-TARGET)
001898     END-IF.
001899     IF WS-RAN-TROIS = 'Y'
001900         MOVE 'Y' TO WS-HIST-TFLAG(WS-HIST-TARGET)
001901         MOVE WS-NICE-TROIS-6 TO WS-HIST-TROIS(WS-HIST-TARGET)
001902     END-IF.
001903     OPEN OUTPUT HISTORY-FILE.
001904     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
001905             UNTIL WS-HIST-IDX > WS-HIST-READ-COUNT
001906         MOVE SPACES TO HISTORY-LINE
001907         STRING WS-HIST-DATE(WS-HIST-IDX)
001908             WS-HIST-PFLAG(WS-HIST-IDX)
001909             WS-HIST-PREM(WS-HIST-IDX) WS-HIST-DFLAG(WS-HIST-IDX)
001910             WS-HIST-DEUX(WS-HIST-IDX) WS-HIST-TFLAG(WS-HIST-IDX)
001911             WS-HIST-TROIS(WS-HIST-IDX)
001912             INTO HISTORY-LINE
001913         END-STRING
001914         WRITE HISTORY-LINE END-WRITE
001915     END-PERFORM.
001916     CLOSE HISTORY-FILE.
001917
001918 write-merged-summary.
001919* job-summary.txt consolide, au meme format fixe que celui des
001920* instances, pour que le scheduler lise l'etat de la nuit en un
001921* seul endroit.
001922     OPEN OUTPUT SUMMARY-FILE.
001923     IF WS-SUMM-STATUS NOT = "00"
001924         DISPLAY "ATTENTION : ecriture de job-summary.txt "
001925             "impossible (status " WS-SUMM-STATUS ")"
001926             END-DISPLAY
001927         MOVE 'W' TO WS-JRN-SEV
001928         MOVE SPACES TO WS-JRN-MSG
001929         STRING "ecriture de job-summary.txt impossible (status "
001930             WS-SUMM-STATUS
001931             ")"
001932             INTO WS-JRN-MSG
001933         END-STRING
001934         PERFORM write-journal
001935         IF WS-JOB-RC < 4
001936             MOVE 4 TO WS-JOB-RC
001937         END-IF
001938     ELSE
001939         MOVE "DATE-EXECUTION" TO WS-SUMM-TAG
001940         MOVE WS-TODAY TO WS-SUMM-VALUE
001941         PERFORM write-summary-line
001942         MOVE "MODE" TO WS-SUMM-TAG
001943         MOVE "CONSOLIDATION" TO WS-SUMM-VALUE
001944         PERFORM write-summary-line
001945         MOVE "PARTITIONS" TO WS-SUMM-TAG
001946         MOVE WS-NB-PARTS TO WS-SUMM-VALUE
001947         PERFORM write-summary-line
001948         MOVE "JEU-DE-REGLES" TO WS-SUMM-TAG
001949         MOVE WS-RULESET TO WS-SUMM-VALUE
001950         PERFORM write-summary-line
001951         MOVE "JEU-DE-VOYELLES" TO WS-SUMM-TAG
001952         MOVE WS-VOWELS TO WS-SUMM-VALUE
001953         PERFORM write-summary-line
001954         MOVE "VERSION-REGLES" TO WS-SUMM-TAG
001955         MOVE WS-VERSION-REGLES TO WS-SUMM-VALUE
001956         PERFORM write-summary-line
001957         MOVE "LIGNES-LUES" TO WS-SUMM-TAG
001958         MOVE TOT-LIGNES TO WS-SUMM-VALUE
001959         PERFORM write-summary-line
001960         MOVE "TOTAL-SCORES" TO WS-SUMM-TAG
001961         MOVE TOT-SCORES TO WS-SUMM-VALUE
001962         PERFORM write-summary-line
001963         MOVE "NICE-PREM" TO WS-SUMM-TAG
001964         MOVE TOT-NICE-PREM TO WS-SUMM-VALUE
001965         PERFORM write-summary-line
001966         MOVE "NICE-DEUX" TO WS-SUMM-TAG
001967         MOVE TOT-NICE-DEUX TO WS-SUMM-VALUE
001968         PERFORM write-summary-line
001969         MOVE "NICE-TROIS" TO WS-SUMM-TAG
001970         MOVE TOT-NICE-TROIS TO WS-SUMM-VALUE
001971         PERFORM write-summary-line
001972         MOVE "REJ-VOYELLES" TO WS-SUMM-TAG
001973         MOVE TOT-REJ-VOYELLES TO WS-SUMM-VALUE
001974         PERFORM write-summary-line
001975         MOVE "REJ-PAIRE-INTERDITE" TO WS-SUMM-TAG
001976         MOVE TOT-REJ-PAIRE TO WS-SUMM-VALUE
001977         PERFORM write-summary-line
001978         MOVE "REJ-SANS-DOUBLE" TO WS-SUMM-TAG
001979         MOVE TOT-REJ-DOUBLE TO WS-SUMM-VALUE
001980         PERFORM write-summary-line
001981         MOVE "REJ-SANS-ENTRE-DEUX" TO WS-SUMM-TAG
001982         MOVE TOT-REJ-ENTRE TO WS-SUMM-VALUE
001983         PERFORM write-summary-line
001984         MOVE "REJ-SANS-PAIRE" TO WS-SUMM-TAG
001985         MOVE TOT-REJ-SPAIRE TO WS-SUMM-VALUE
001986         PERFORM write-summary-line
001987         MOVE "REJ-TROIS" TO WS-SUMM-TAG
001988         MOVE TOT-REJ-TROIS TO WS-SUMM-VALUE
001989         PERFORM write-summary-line
001990         MOVE "REJ-CARACTERES" TO WS-SUMM-TAG
001991         MOVE TOT-REJ-CARS TO WS-SUMM-VALUE
001992         PERFORM write-summary-line
001993         MOVE "REJETS" TO WS-SUMM-TAG
001994         MOVE TOT-REJETS TO WS-SUMM-VALUE
001995         PERFORM write-summary-line
001996         MOVE "QUARANTAINE" TO WS-SUMM-TAG
001997         MOVE TOT-QUARANTAINE TO WS-SUMM-VALUE
001998         PERFORM write-summary-line
001999         MOVE "DOUBLONS" TO WS-SUMM-TAG
002000         MOVE TOT-DOUBLONS TO WS-SUMM-VALUE
002001         PERFORM write-summary-line
002002         MOVE "DOUBLONS-INTER-PART" TO WS-SUMM-TAG
002003         MOVE NB-DOUBLONS-INTER TO WS-SUMM-VALUE
002004         PERFORM write-summary-line
002005         MOVE "ENVOIS-NOUVEAUX" TO WS-SUMM-TAG
002006         MOVE NB-ENVOIS-NOUVEAUX TO WS-SUMM-VALUE
002007         PERFORM write-summary-line
002008         MOVE "DEJA-ENVOYES" TO WS-SUMM-TAG
002009         MOVE NB-DEJA-ENVOYES TO WS-SUMM-VALUE
002010         PERFORM write-summary-line
002011         MOVE "CODES-BLOQUES" TO WS-SUMM-TAG
002012         MOVE NB-CODES-BLOQUES TO WS-SUMM-VALUE
002013         PERFORM write-summary-line
002014         MOVE "CODE-RETOUR" TO WS-SUMM-TAG
002015         MOVE WS-JOB-RC TO WS-SUMM-VALUE
002016         PERFORM write-summary-line
002017         IF WS-JOB-RC = 0
002018             MOVE "PROPRE" TO WS-STATUT-TXT
002019         END-IF
002020         IF WS-JOB-RC = 4
002021             MOVE "AVERTISSEMENT" TO WS-STATUT-TXT
002022         END-IF
002023         IF WS-JOB-RC = 8
002024             MOVE "SUSPECT" TO WS-STATUT-TXT
002025         END-IF
002026         IF WS-JOB-RC > 8
002027             MOVE "ERREUR" TO WS-STATUT-TXT
002028         END-IF
002029         MOVE "STATUT" TO WS-SUMM-TAG
002030         MOVE WS-STATUT-TXT TO WS-SUMM-VALUE
002031         PERFORM write-summary-line
002032         CLOSE SUMMARY-FILE
002033     END-IF.
002034
002035 file-generations.
002036* Comme dans jour-cinq : le job-summary consolide porte deja le
002037* code retour de la nuit, un classement impossible est seulement
002038* signale.
002039     MOVE 'A' TO WS-CAT-ACTION.
002040     MOVE SPACES TO WS-CAT-INFO.
002041     MOVE "CONSOLIDATION" TO WS-CAT-INFO(1:12).
002042     MOVE WS-VERSION-REGLES(1:8) TO WS-CAT-INFO(13:8).
002043     MOVE WS-JOB-RC TO WS-CAT-INFO(21:2).
002044* La consolidation ne produit pas d'analytique.txt : celui du
002045* repertoire est d'un autre passage et n'est pas classe.
002046     MOVE "YYYYNY" TO WS-CAT-INFO(23:6).
002047     MOVE SPACE TO WS-CAT-RESULT.
002048     CALL "catalogue" USING WS-CAT-ACTION, WS-TODAY, WS-CAT-TYPE,
002049         WS-CAT-INFO, WS-CAT-RESULT
002050         ON EXCEPTION MOVE 'M' TO WS-CAT-RESULT
002051     END-CALL.
002052     EVALUATE WS-CAT-RESULT
002053         WHEN 'T'
002054             DISPLAY "Sorties classees en generations du "
002055                 WS-TODAY " (catalogue.dat)" END-DISPLAY
002056         WHEN 'W'
002057             DISPLAY "ATTENTION : generations du " WS-TODAY
002058                 " incompletes (etats " WS-CAT-INFO(23:6)
002059                 ", N = non classe)" END-DISPLAY
002060             MOVE 'W' TO WS-JRN-SEV
002061             MOVE SPACES TO WS-JRN-MSG
002062             STRING "generations du " WS-TODAY
002063                 " incompletes, etats " WS-CAT-INFO(23:6)
002064                 INTO WS-JRN-MSG
002065             END-STRING
002066             PERFORM write-journal
002067         WHEN 'M'
002068             DISPLAY "ATTENTION : module catalogue absent, "
002069                 "sorties non classees" END-DISPLAY
002070             MOVE 'W' TO WS-JRN-SEV
002071             MOVE "module catalogue absent, sorties non classees"
002072                 TO WS-JRN-MSG
002073             PERFORM write-journal
002074         WHEN OTHER
002075             DISPLAY "ATTENTION : catalogue.dat inecrivable ou "
002076                 "plein, generations du " WS-TODAY
002077                 " non cataloguees" END-DISPLAY
002078             MOVE 'W' TO WS-JRN-SEV
002079             MOVE SPACES TO WS-JRN-MSG
002080             STRING "catalogue.dat inecrivable ou plein, "
002081                 "generations du " WS-TODAY " non cataloguees"
002082                 INTO WS-JRN-MSG
002083             END-STRING
002084             PERFORM write-journal
002085     END-EVALUATE.
002086
002087 write-summary-line.
002088     MOVE SPACES TO SUMMARY-LINE.
002089     STRING WS-SUMM-TAG WS-SUMM-VALUE INTO SUMMARY-LINE
002090     END-STRING.
002091     WRITE SUMMARY-LINE END-WRITE.
002092
002093 write-journal.
002094     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
002095         ON EXCEPTION CONTINUE
002096     END-CALL.
