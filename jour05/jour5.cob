000013     SELECT EXCEPTIONS-FILE ASSIGN TO DYNAMIC WS-EXC-NAME
000014         ORGANIZATION LINE SEQUENTIAL
000015         FILE STATUS IS WS-EXC-STATUS.
000016     SELECT QUARANTAINE-FILE ASSIGN TO DYNAMIC WS-QUAR-NAME
000017         ORGANIZATION LINE SEQUENTIAL
000018         FILE STATUS IS WS-QUAR-STATUS.
000019     SELECT REJPART-FILE ASSIGN TO DYNAMIC WS-REJP-NAME
000020         ORGANIZATION LINE SEQUENTIAL
000021         FILE STATUS IS WS-REJP-STATUS.
000022     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CKPT-NAME
000023         ORGANIZATION LINE SEQUENTIAL
000024         FILE STATUS IS WS-CKPT-FILE-STATUS.
000025     SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-NAME
000026         ORGANIZATION LINE SEQUENTIAL
000027         FILE STATUS IS WS-AUDIT-STATUS.
000028     SELECT HISTORY-FILE ASSIGN TO "history.dat"
000029         ORGANIZATION LINE SEQUENTIAL
000030         FILE STATUS IS WS-HIST-STATUS.
000031     SELECT DUREE-FILE ASSIGN TO "durees.dat"
000032         ORGANIZATION LINE SEQUENTIAL
000033         FILE STATUS IS WS-DUREE-STATUS.
000034     SELECT DUAL-FILE ASSIGN TO DYNAMIC WS-DUAL-NAME
000035         ORGANIZATION LINE SEQUENTIAL
000036         FILE STATUS IS WS-DUAL-STATUS.
000037     SELECT DEJA-FILE ASSIGN TO "deja-envoyes.txt"
000038         ORGANIZATION LINE SEQUENTIAL
000039         FILE STATUS IS WS-DEJA-STATUS.
000040     SELECT BLOQUE-FILE ASSIGN TO DYNAMIC WS-BLOQ-NAME
000041         ORGANIZATION LINE SEQUENTIAL
000042         FILE STATUS IS WS-BLOQ-STATUS.
000043     SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMM-NAME
000044         ORGANIZATION LINE SEQUENTIAL
000045         FILE STATUS IS WS-SUMM-STATUS.
000046     SELECT REPAIR-FILE ASSIGN TO "reprises.txt"
000047         ORGANIZATION LINE SEQUENTIAL
000048         FILE STATUS IS WS-REPAIR-STATUS.
000049     SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
000050         ORGANIZATION LINE SEQUENTIAL
000051         FILE STATUS IS WS-PARM-STATUS.
000052     SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000053         ORGANIZATION LINE SEQUENTIAL
000054         FILE STATUS IS WS-LOCK-STATUS.
000055     SELECT PROFILS-FILE ASSIGN TO "profils-sources.dat"
000056         ORGANIZATION LINE SEQUENTIAL
000057         FILE STATUS IS WS-PROF-STATUS.
000058     SELECT SOURCES-FILE ASSIGN TO DYNAMIC WS-SOURCES-NAME
000059         ORGANIZATION LINE SEQUENTIAL
000060         FILE STATUS IS WS-SOURCES-STATUS.
000061     SELECT QUALITE-FILE ASSIGN TO "qualite-sources.txt"
000062         ORGANIZATION LINE SEQUENTIAL
000063         FILE STATUS IS WS-QUAL-STATUS.
000064     SELECT ANALYTICS-FILE ASSIGN TO DYNAMIC WS-ANA-NAME
000065         ORGANIZATION LINE SEQUENTIAL
000066         FILE STATUS IS WS-ANA-STATUS.
000067
000068 DATA DIVISION.
000069   FILE SECTION.
000070   FD FILE1
000071     RECORD IS VARYING IN SIZE FROM 1 TO 40 CHARACTERS
000072     DEPENDING ON WS-REC-LEN.
000073     COPY "input-fd-rec.cpy"
000074         REPLACING REC-NAME BY INPUT-FILE
000075                   STR-NAME BY STR.
000076       02 FILLER PIC X(20).
000077
000078   FD REPORT-FILE.
000079     01 REPORT-LINE PIC X(100).
000080
000081   FD EXCEPTIONS-FILE.
000082     01 EXCEPTIONS-LINE PIC X(80).
000083
000084   FD QUARANTAINE-FILE.
000085     01 QUARANTAINE-LINE PIC X(80).
000086
000087   FD REJPART-FILE.
000088     01 REJPART-LINE PIC X(80).
000089
000090   FD CHECKPOINT-FILE.
000091     01 CHECKPOINT-LINE PIC X(100).
000092
000093   FD AUDIT-FILE.
000094     01 AUDIT-LINE PIC X(150).
000095
000096   FD HISTORY-FILE.
000097     01 HISTORY-LINE PIC X(80).
000098
000099   FD DUREE-FILE.
000100     01 DUREE-LINE PIC X(80).
000101
000102   FD DUAL-FILE.
000103     01 DUAL-LINE PIC X(80).
000104
000105   FD DEJA-FILE.
000106     01 DEJA-LINE PIC X(80).
000107
000108   FD BLOQUE-FILE.
000109     01 BLOQUE-LINE PIC X(120).
000110
000111   FD SUMMARY-FILE.
000112     01 SUMMARY-LINE PIC X(80).
000113
000114   FD REPAIR-FILE.
000115     01 REPAIR-LINE PIC X(80).
000116
000117   FD PARM-FILE.
000118     01 PARM-LINE PIC X(540).
000119
000120   FD LOCK-FILE.
000121     01 LOCK-LINE PIC X(80).
000122
000123   FD PROFILS-FILE.
000124     01 PROFILS-LINE PIC X(80).
000125
000126   FD ANALYTICS-FILE.
000127     01 ANALYTICS-LINE PIC X(100).
000128
000129   FD SOURCES-FILE.
000130     01 SOURCES-LINE PIC X(132).
000131
000132   FD QUALITE-FILE.
000133     01 QUALITE-LINE PIC X(100).
000134
000135   WORKING-STORAGE SECTION.
000136     COPY "input-ws-rec.cpy"
000137         REPLACING REC-NAME BY MY-FILE
000138                   STR-NAME BY MY-STR
000139                   SEQ-NAME BY MY-SEQ-NUM.
000140     01 FILE-STATUS PIC X VALUE 'N'.
000141       88 EOF VALUE 'Y'.
000142     77 NB-NICE-PREM PIC 9(6) VALUE 0.
000143     77 NB-NICE-DEUX PIC 9(6) VALUE 0.
000144     77 NB-NICE-TROIS PIC 9(6) VALUE 0.
000145     77 WS-INPUT-FILE PIC X(100).
000146* Dimensionnee comme la ligne de pilotage (540) : une valeur INPUT
000147* de taille maximale tient entiere, sans troncature possible, et
000148* les fenetres d'echo du rapport (9 x 60) comme du job-summary
000149* (10 x 54) couvrent exactement toute la zone.
000150     77 WS-INPUT-LIST PIC X(540) VALUE SPACES.
000151     01 WS-INPUT-TABLE.
000152       05 WS-INPUT-ENTRY PIC X(100) OCCURS 10 TIMES.
000153     77 WS-INPUT-COUNT PIC 99 VALUE 0.
000154     77 WS-INPUT-COMMAS PIC 99 VALUE 0.
000155     77 WS-INPUT-OVERFLOW PIC X VALUE 'N'.
000156     77 WS-FILE-IDX PIC 99.
000157     77 WS-REC-LEN PIC 99.
000158     77 WS-LINE-NO PIC 9(6) VALUE 0.
000159     77 WS-RESTART-FROM PIC 9(6) VALUE 0.
000160     77 WS-RESTART-REQUESTED PIC 9(6) VALUE 0.
000161     77 WS-SUPPRESS-OUTPUT PIC X VALUE 'N'.
000162     77 WS-FILE1-STATUS PIC XX.
000163     77 WS-CHECKPOINT-EVERY PIC 9(6) VALUE 1000.
000164     77 WS-CKPT-FILE-STATUS PIC XX.
000165     77 WS-CKPT-LINE-NO PIC 9(6).
000166     77 WS-CKPT-FOUND-LINE PIC 9(6) VALUE 0.
000167     77 WS-REPORT-STATUS PIC XX.
000168     77 WS-EXC-STATUS PIC XX.
000169     77 WS-AUDIT-STATUS PIC XX.
000170     77 WS-DUAL-STATUS PIC XX.
000171     77 NB-REJ-VOYELLES PIC 9(6) VALUE 0.
000172     77 NB-REJ-PAIRE-INTERDITE PIC 9(6) VALUE 0.
000173     77 NB-REJ-SANS-DOUBLE PIC 9(6) VALUE 0.
000174     77 NB-REJ-SANS-ENTRE-DEUX PIC 9(6) VALUE 0.
000175     77 NB-REJ-SANS-PAIRE PIC 9(6) VALUE 0.
000176     77 NB-REJ-TROIS PIC 9(6) VALUE 0.
000177     77 NB-REJ-CARACTERES PIC 9(6) VALUE 0.
000178     77 WS-INVALID-CONTENT PIC X.
000179     77 WS-PREM-FLAG PIC X.
000180     77 WS-DEUX-FLAG PIC X.
000181     77 WS-TROIS-FLAG PIC X.
000182     77 WS-MATCHED-PAIR PIC AA.
000183     77 WS-MATCHED-GAP-CHAR PIC A.
000184     77 WS-VOWEL-MODE PIC X(6) VALUE "AEIOU".
000185     77 WS-VOWELS PIC X(6).
000186     77 NB-REJETS PIC 9(6) VALUE 0.
000187     77 WS-RULESET PIC X(4) VALUE "ALL".
000188     77 WS-RAN-PREM PIC X VALUE 'N'.
000189     77 WS-RAN-DEUX PIC X VALUE 'N'.
000190     77 WS-RAN-TROIS PIC X VALUE 'N'.
000191     77 WS-TOTAL-SCORED PIC 9(6) VALUE 0.
000192     77 WS-PCT-PREM PIC ZZ9.99.
000193     77 WS-PCT-DEUX PIC ZZ9.99.
000194     77 WS-PCT-TROIS PIC ZZ9.99.
000195     77 WS-PCT-PREM-TXT PIC X(8) VALUE SPACES.
000196     77 WS-PCT-DEUX-TXT PIC X(8) VALUE SPACES.
000197     77 WS-PCT-TROIS-TXT PIC X(8) VALUE SPACES.
000198     77 WS-HIST-STATUS PIC XX.
000199     01 WS-HIST-TABLE.
000200       05 WS-HIST-ENTRY OCCURS 5 TIMES.
000201         10 WS-HIST-DATE PIC 9(8).
000202         10 WS-HIST-PFLAG PIC X.
000203         10 WS-HIST-PREM PIC 9(6).
000204         10 WS-HIST-DFLAG PIC X.
000205         10 WS-HIST-DEUX PIC 9(6).
000206         10 WS-HIST-TFLAG PIC X.
000207         10 WS-HIST-TROIS PIC 9(6).
000208     77 WS-HIST-READ-COUNT PIC 9 VALUE 0.
000209     77 WS-HIST-IDX PIC 9.
000210     77 WS-HIST-IDX2 PIC 9.
000211     77 WS-HIST-TARGET PIC 9.
000212     77 WS-TODAY PIC 9(8) VALUE 0.
000213     77 WS-SUM-PREM PIC 9(8) VALUE 0.
000214     77 WS-SUM-DEUX PIC 9(8) VALUE 0.
000215     77 WS-SUM-TROIS PIC 9(8) VALUE 0.
000216     77 WS-CNT-PREM PIC 9 VALUE 0.
000217     77 WS-CNT-DEUX PIC 9 VALUE 0.
000218     77 WS-CNT-TROIS PIC 9 VALUE 0.
000219     77 WS-AVG-PREM PIC 9(6) VALUE 0.
000220     77 WS-AVG-DEUX PIC 9(6) VALUE 0.
000221     77 WS-AVG-TROIS PIC 9(6) VALUE 0.
000222     77 WS-TREND-PREM PIC X(7) VALUE SPACES.
000223     77 WS-TREND-DEUX PIC X(7) VALUE SPACES.
000224     77 WS-TREND-TROIS PIC X(7) VALUE SPACES.
000225* Code retour remonte au scheduler : 0 = propre, 4 = avertissement
000226* (fichier ignore, liste d'entree tronquee), 8 = passage suspect
000227* (taux de rejet au-dessus du seuil), 12 = erreur fichier. On ne
000228* redescend jamais : raise-job-rc ne retient que le plus grave.
000229     77 WS-JOB-RC PIC 99 VALUE 0.
000230     77 WS-JOB-RC-NEW PIC 99 VALUE 0.
000231     77 WS-JOB-STATUS-TXT PIC X(13) VALUE SPACES.
000232* Verrou de passage (jour5.lock) : pris au lancement avec l'etat
000233* EN COURS, la date, l'heure et le mode, bascule a TERMINE en fin
000234* de job. Une seconde instance lancee pendant la nuit refuse de
000235* demarrer au lieu de tronquer le point de reprise du passage en
000236* cours. Les instances de partition en sont dispensees (fichiers
000237* -pnn disjoints), la simulation aussi (sorties -preview). Un
000238* verrou laisse EN COURS par un passage plante se leve par
000239* autorisation (mode DEVERROU, sous double controle), qui verifie
000240* qu'aucune etape de chaine ne le tient encore.
000241     77 WS-LOCK-STATUS PIC XX.
000242     77 WS-LOCK-PRIS PIC X VALUE 'N'.
000243     77 WS-SUMM-STATUS PIC XX.
000244     77 WS-SUMM-TAG PIC X(24).
000245     77 WS-SUMM-VALUE PIC X(56).
000246     77 WS-REJECT-PCT-MAX PIC 9(3) VALUE 10.
000247     77 WS-REJ-PCT PIC 9(3)V99 VALUE 0.
000248     77 WS-FILES-PROCESSED PIC 99 VALUE 0.
000249     77 WS-FILES-SKIPPED PIC 99 VALUE 0.
000250     77 WS-FILE1-OPENED PIC X VALUE 'N'.
000251* Enregistrements de controle optionnels fournis par l'equipe
000252* d'emission : en-tete "HDR" + date de generation + identifiant de
000253* source, et fin "TRL" + nombre d'enregistrements annonces. Les
000254* codes etant en minuscules a-z, aucun enregistrement de donnees
000255* ne peut commencer par ces marqueurs en majuscules. Les fichiers
000256* sans controle restent traites comme avant (migration source par
000257* source).
000258     77 WS-CTL-RECORD PIC X VALUE 'N'.
000259     77 WS-CTL-HAS-TRAILER PIC X VALUE 'N'.
000260     77 WS-CTL-EXPECTED PIC 9(6) VALUE 0.
000261     77 WS-CTL-COUNT-X PIC X(6).
000262     77 WS-CTL-GEN-DATE PIC X(8).
000263     77 WS-CTL-SOURCE PIC X(6).
000264* Suivi de la qualite des sources par identifiant HDR, accumule
000265* de passage en passage dans sources.dat : volumes, scores et
000266* chaque motif de rejet par source, pour confronter un
000267* fournisseur a des chiffres plutot qu'a des anecdotes. Un
000268* fichier sans en-tete s'accumule sous INCONN (INCONNU tronque
000269* aux 6 caracteres de l'identifiant) pour garder visible la
000270* pression de migration. Le classement par taux de rejet cumule,
000271* avec la tendance du jour contre le passage precedent, part
000272* dans qualite-sources.txt. En partitions chaque instance depose
000273* ses ecarts du jour dans sources-pnn.dat, verses a sources.dat
000274* par la consolidation ; en simulation rien n'est touche.
000275     77 WS-SOURCES-STATUS PIC XX.
000276     77 WS-QUAL-STATUS PIC XX.
000277     77 WS-SOURCES-NAME PIC X(30) VALUE "sources.dat".
000278     01 WS-SRC-TABLE.
000279       05 WS-SRC-ENTRY OCCURS 20 TIMES.
000280         10 WS-SRC-ID PIC X(6).
000281         10 WS-SRC-FICH PIC 9(9).
000282         10 WS-SRC-RECS PIC 9(9).
000283         10 WS-SRC-SCORED PIC 9(9).
000284         10 WS-SRC-REJETS PIC 9(9).
000285         10 WS-SRC-REJ-DET PIC 9(9) OCCURS 7 TIMES.
000286         10 WS-SRC-PROFIL PIC X(6).
000287     77 WS-SRC-COUNT PIC 99 VALUE 0.
000288     77 WS-SRC-IDX PIC 99.
000289     77 WS-SRC-POS PIC 99.
000290     77 WS-SRC-FULL PIC X VALUE 'N'.
000291     77 WS-SRC-CUR PIC X(6).
000292     01 WS-CUM-TABLE.
000293       05 WS-CUM-ENTRY OCCURS 100 TIMES.
000294         10 WS-CUM-ID PIC X(6).
000295         10 WS-CUM-FICH PIC 9(9).
000296         10 WS-CUM-RECS PIC 9(9).
000297         10 WS-CUM-SCORED PIC 9(9).
000298         10 WS-CUM-REJETS PIC 9(9).
000299         10 WS-CUM-REJ-DET PIC 9(9) OCCURS 7 TIMES.
000300         10 WS-CUM-DERNIER-PCT PIC 9(3)V99.
000301         10 WS-CUM-JOUR-PCT PIC 9(3)V99.
000302         10 WS-CUM-TENDANCE PIC X(7).
000303         10 WS-CUM-EDITE PIC X.
000304         10 WS-CUM-PROFIL PIC X(6).
000305     77 WS-CUM-COUNT PIC 999 VALUE 0.
000306     77 WS-CUM-IDX PIC 999.
000307     77 WS-CUM-POS PIC 999.
000308     77 WS-CUM-FULL PIC X VALUE 'N'.
000309     77 WS-RANG PIC 999.
000310     77 WS-MAX-PCT PIC 9(3)V99.
000311     77 WS-MAX-IDX PIC 999.
000312     77 WS-PCT-CUM PIC 9(3)V99.
000313     77 WS-PCT-ED PIC ZZ9.99.
000314     77 WS-PCT-ED2 PIC ZZ9.99.
000315* Image d'un enregistrement de sources.dat (et des fichiers
000316* d'ecarts sources-pnn.dat) : identifiant puis compteurs en
000317* colonnes fixes, dernier taux de rejet du passage en queue, puis
000318* le profil de scoring sous lequel la source a ete scoree en
000319* dernier (a blanc dans les enregistrements anterieurs aux
000320* profils).
000321     01 WS-SRC-REC.
000322       05 SRC-R-ID PIC X(6).
000323       05 FILLER PIC X VALUE SPACE.
000324       05 SRC-R-FICH PIC 9(9).
000325       05 FILLER PIC X VALUE SPACE.
000326       05 SRC-R-RECS PIC 9(9).
000327       05 FILLER PIC X VALUE SPACE.
000328       05 SRC-R-SCORED PIC 9(9).
000329       05 FILLER PIC X VALUE SPACE.
000330       05 SRC-R-REJETS PIC 9(9).
000331       05 FILLER PIC X VALUE SPACE.
000332       05 SRC-R-DET OCCURS 7 TIMES.
000333         10 SRC-R-REJ PIC 9(9).
000334         10 FILLER PIC X VALUE SPACE.
000335       05 SRC-R-PCT PIC 9(3)V99.
000336       05 FILLER PIC X VALUE SPACE.
000337       05 SRC-R-PROFIL PIC X(6).
000338     77 WS-FILE-RECS PIC 9(6) VALUE 0.
000339* Mode resoumission (MODE RESOUMISSION dans jour5.parms) : le
000340* passage ne lit pas la liste INPUT mais reprises.txt (prepare
000341* par
000342* repare-exceptions puis corrige par l'analyste), repart des
000343* compteurs du dernier checkpoint du jour et complete audit.txt /
000344* dual-approved.txt avec un marqueur de resoumission pour le
000345* rapprochement avec la generation source.
000346     77 WS-MODE-PARM PIC X(12) VALUE "NORMAL".
000347     77 WS-RUN-MODE PIC X(12) VALUE "NORMAL".
000348     77 WS-RESUB-MODE PIC X VALUE 'N'.
000349     77 WS-REPAIR-STATUS PIC XX.
000350     77 WS-RESUB-SEQ PIC X(6).
000351     77 WS-RESUB-CODE PIC X(23).
000352     77 WS-RESUB-IDX PIC 99.
000353     77 NB-RESOUMIS PIC 9(6) VALUE 0.
000354* Cumul des reprises de tous les tours de resoumission du jour :
000355* porte par le point de reprise (15e zone) pour que l'equilibrage
000356* d'un second tour retrouve les reprises du premier dans
000357* l'arithmetique lus + resoumis.
000358     77 NB-RESOUMIS-CUMUL PIC 9(6) VALUE 0.
000359     77 NB-RESOUMIS-DBL PIC 9(6) VALUE 0.
000360     77 NB-RESOUMIS-OK PIC 9(6) VALUE 0.
000361     77 NB-RESOUMIS-REJ PIC 9(6) VALUE 0.
000362     77 WS-CKPT-ANY PIC X VALUE 'N'.
000363* Equilibrage de fin de job : les fichiers de sortie sont relus et
000364* leurs lignes comptees pour prouver l'arithmetique du passage
000365* (voir balance-outputs), en particulier apres une reprise ou le
000366* mode EXTEND pourrait dupliquer ou perdre des lignes.
000367     77 BAL-AUDIT-LIGNES PIC 9(6) VALUE 0.
000368     77 BAL-EXC-LIGNES PIC 9(6) VALUE 0.
000369     77 BAL-DUAL-LIGNES PIC 9(6) VALUE 0.
000370     77 BAL-DEST-LIGNES PIC 9(6) VALUE 0.
000371     77 BAL-DUAL-ATTENDU PIC 9(6) VALUE 0.
000372     77 BAL-LUS-ATTENDU PIC 9(7) VALUE 0.
000373     77 BAL-LUS-TROUVE PIC 9(7) VALUE 0.
000374     77 BAL-ERREURS PIC 99 VALUE 0.
000375* Detection des doublons sur l'ensemble du passage : la premiere
000376* occurrence d'une chaine l'emporte, les suivantes ne sont ni
000377* scorees ni comptees dans les compteurs NB-NICE ; elles sont
000378* totalisees a part dans NB-DOUBLONS, aux cotes des compteurs de
000379* rejet. Les chaines vues couvrent toutes les chaines de longueur
000380* valide, quel que soit le verdict ; elles sont tenues, avec
000381* l'extrait dual en cours de collecte, dans le fichier de travail
000382* indexe du passage (module travail-io) : recherche par cle quel
000383* que soit le volume, sans les plafonds des anciennes tables en
000384* memoire (20000 chaines / 10000 codes) qui saturaient sans
000385* bruit. Le fichier de travail est indispensable a l'arithmetique
000386* du passage : indisponible, le job s'arrete en erreur plutot que
000387* de risquer un extrait double ou un dedoublonnage partiel.
000388     77 WS-SEEN-FOUND PIC X.
000389     77 NB-DOUBLONS PIC 9(6) VALUE 0.
000390     77 WS-TRV-ACTION PIC X.
000391     77 WS-TRV-NAME PIC X(30) VALUE "travail.dat".
000392     77 WS-TRV-CODE PIC X(20).
000393     77 WS-TRV-MARK PIC X(8).
000394     77 WS-TRV-RESULT PIC X.
000395* Extrait dual-approved : les chaines validees parties 1 et 2 sont
000396* collectees au fichier de travail (sans doublon) et le fichier
000397* est ecrit en une fois en fin de job, dans l'ordre des cles,
000398* pour que le chargement aval ne voie jamais deux fois le meme
000399* code. En mode resoumission l'extrait du jour est recharge
000400* d'abord puis fusionne.
000401     77 WS-DUAL-NEW-CODE PIC X(20).
000402     77 WS-DUAL-NEW-MARK PIC X(8).
000403* Routage de l'extrait vers plusieurs destinations aval (module
000404* routage, table routage.dat) : la destination d'un code est fixee
000405* a sa collecte, d'apres la source HDR de son fichier, sa
000406* longueur et son prefixe, et notee au fichier de travail ; elle
000407* est portee en colonnes 31-38 de dual-approved.txt, qui reste
000408* l'extrait complet, et chaque destination recoit son extrait.
000409* Sans table, l'extrait unique part seul comme avant.
000410     77 WS-DUAL-NEW-SOURCE PIC X(6).
000411     77 WS-DUAL-NEW-DEST PIC X(8) VALUE SPACES.
000412     77 WS-RTE-OK PIC X VALUE 'N'.
000413     77 WS-RTE-ACTION PIC X.
000414     77 WS-RTE-SOURCE PIC X(6).
000415     77 WS-RTE-CODE PIC X(20).
000416     77 WS-RTE-DEST PIC X(8).
000417     77 WS-RTE-FICHIER PIC X(40).
000418     77 WS-RTE-LIGNES PIC 9(6).
000419     77 WS-RTE-RESULT PIC X.
000420* Habillage de l'extrait sortant, sur le modele exige de nos
000421* propres fournisseurs : en-tete HDR + date de generation +
000422* identifiant de source, fin TRL + compte exact de codes + somme
000423* de controle, pour que le provisioning detecte un extrait
000424* tronque au chargement. La somme de controle est le cumul du
000425* rang alphabetique (a=1 .. z=26) de chaque caractere des codes,
000426* modulo 1 000 000 000 (troncature naturelle du PIC 9(9)).
000427     77 WS-EXTRAIT-SOURCE PIC X(6) VALUE "JOUR05".
000428     77 EXT-LIGNES PIC 9(6) VALUE 0.
000429     77 EXT-CHECKSUM PIC 9(9) VALUE 0.
000430     77 EXT-CHK-IDX PIC 99.
000431     77 EXT-CHK-ORD PIC 999.
000432* Compteurs jetables pour rejouer le scoring des lignes deja
000433* comptees au checkpoint lors d'une reprise : seul l'etat des
000434* tables (chaines vues, extrait dual) est reconstruit, les
000435* compteurs du rapport restant ceux restaures. Les compteurs de
000436* rejet partagent une meme zone, les verdicts n'en dependant pas.
000437     77 WS-SCR-PREM PIC 9(6) VALUE 0.
000438     77 WS-SCR-DEUX PIC 9(6) VALUE 0.
000439     77 WS-SCR-TROIS PIC 9(6) VALUE 0.
000440     77 WS-SCR-REJ PIC 9(6) VALUE 0.
000441     77 WS-SCR-INVALID PIC X.
000442* Interface avec maitre-io, le module du fichier maitre indexe des
000443* codes (premiere/derniere vue, derniers verdicts, envoi dual,
000444* nombre de vues). Le module est appele dynamiquement : s'il est
000445* absent de l'installation (ON EXCEPTION) ou si le fichier maitre
000446* est indisponible, le passage continue sans delta, avec un
000447* avertissement.
000448     77 WS-MST-OK PIC X VALUE 'N'.
000449     77 WS-MST-ACTION PIC X.
000450     77 WS-MST-FLAGS PIC X(3).
000451     77 WS-MST-RAN PIC X(3).
000452     77 WS-MST-DUAL PIC X.
000453     77 WS-MST-RESULT PIC X.
000454     77 WS-MST-OLD PIC X(3).
000455     77 WS-MST-INFO PIC X(30).
000456* Interface avec registre-io, le module du registre des envois
000457* dual-approved (envois.dat : date d'envoi reelle par code,
000458* generation d'extrait, accuse de reception). Alimente au moment
000459* ou l'extrait est reellement produit, pour que accuses-reception
000460* date chaque code de son envoi effectif et non d'une date
000461* unique. Comme maitre-io, le module est appele dynamiquement :
000462* absent ou registre indisponible, l'extrait part quand meme avec
000463* un avertissement. Une instance de partition ou une simulation
000464* n'y touche pas (c'est la consolidation qui enregistre les
000465* envois du jour en mode partitions).
000466     77 WS-REG-OK PIC X VALUE 'N'.
000467     77 WS-REG-ACTION PIC X.
000468     77 WS-REG-CODE PIC X(20).
000469     77 WS-REG-DATE PIC 9(8).
000470     77 WS-REG-GENERATION PIC 9(8).
000471     77 WS-REG-ACK PIC X.
000472     77 WS-REG-ACK-DATE PIC 9(8).
000473     77 WS-REG-RESULT PIC X.
000474     77 WS-REG-INFO PIC X(48).
000475     77 NB-ENVOIS-NOUVEAUX PIC 9(6) VALUE 0.
000476* Option DEDUP-ENVOYES (jour5.parms, NON par defaut) : un code
000477* valide parties 1 et 2 mais deja envoye au provisioning un jour
000478* precedent (date d'envoi du registre < aujourd'hui) est detourne
000479* vers la liste deja-envoyes.txt au lieu de repartir dans
000480* l'extrait vif - la deduplication contre tout ce qu'on a deja
000481* envoye, celle que le provisioning attend. L'indicateur
000482* MASTER-DUAL-SENT du maitre ne convient pas ici : il est pose au
000483* scoring, avant l'envoi reel, et ferait detourner a la reprise
000484* les codes du passage interrompu ; la date du registre des
000485* envois, posee a l'ecriture de l'extrait, fait foi. Les codes
000486* detournes sont marques "Deja envoye" sur leur ligne d'audit et
000487* portes au fichier de travail avec le marqueur DEJA-ENV, que la
000488* reecriture de l'extrait route vers la liste. Sans registre
000489* (simulation, partitions, module indisponible) l'option est
000490* ignoree avec avertissement.
000491     77 WS-DEDUP-PARM PIC X(3) VALUE "NON".
000492     77 WS-DEDUP-ENVOYES PIC X VALUE 'N'.
000493     77 NB-DEJA-ENVOYES PIC 9(6) VALUE 0.
000494     77 WS-DEJA-STATUS PIC XX.
000495     77 WS-DEJA-FOUND PIC X VALUE 'N'.
000496     77 WS-DEJA-MARQUE PIC X(14).
000497     77 BAL-DEJA-HITS PIC 9(4).
000498* Liste des blocages (blocages.dat, tenue par bloque-codes et lue
000499* ici en consultation seule via blocage-io) : un code valide
000500* parties 1 et 2 mais sous HOLD ou BLOCK actif, pour lui-meme ou
000501* par l'un de ses prefixes, ne part pas au provisioning. Il est
000502* marque "Bloque" sur sa ligne d'audit, n'est pas note envoye au
000503* fichier maitre et est porte au fichier de travail avec le
000504* marqueur BLOQUE, que la reecriture de l'extrait route vers la
000505* liste des codes retenus (codes-bloques.txt, suffixee comme
000506* l'extrait en simulation et en partitions) avec la nature, le
000507* motif, l'operateur et l'expiration du blocage. Le blocage
000508* l'emporte sur la deduplication des envois. Aucune liste encore
000509* posee : rien n'est retenu ; module absent : avertissement et
000510* l'extrait part sans ce filtre.
000511     77 WS-BLQ-OK PIC X VALUE 'N'.
000512     77 WS-BLQ-ACTION PIC X.
000513     77 WS-BLQ-CODE PIC X(20).
000514     77 WS-BLQ-PREFIXE PIC X.
000515     77 WS-BLQ-NATURE PIC X(5).
000516     77 WS-BLQ-MOTIF PIC X(40).
000517     77 WS-BLQ-OPER PIC X(8).
000518     77 WS-BLQ-POSE PIC 9(8).
000519     77 WS-BLQ-EXPIRE PIC 9(8).
000520     77 WS-BLQ-RESULT PIC X.
000521     77 WS-BLOQUE-FOUND PIC X VALUE 'N'.
000522     77 NB-CODES-BLOQUES PIC 9(6) VALUE 0.
000523     77 WS-BLOQ-NAME PIC X(30) VALUE "codes-bloques.txt".
000524     77 WS-BLOQ-STATUS PIC XX.
000525* Historique des rejets d'une nuit a l'autre (rejets.dat, module
000526* rejets-io) : chaque rejet de longueur, de caracteres ou de
000527* scoring y est note avec la source HDR du fichier. En simulation
000528* l'historique est seulement consulte ; une instance de partition
000529* le consulte aussi et depose ses rejets dans rejets-pnn.txt,
000530* que consolide-partitions verse ensuite a l'historique.
000531* Option QUARANTAINE n (jour5.parms, 0 = inactive par defaut) :
000532* une chaine deja rejetee n nuits precedentes ou plus est une
000533* recidive connue ; sa ligne de rejet part dans quarantaine.txt
000534* au lieu d'exceptions.txt, pour que repare-exceptions ne la
000535* repropose plus chaque jour aux analystes.
000536     77 WS-QUARANTAINE PIC 99 VALUE 0.
000537     77 WS-QUAR-NAME PIC X(30) VALUE "quarantaine.txt".
000538     77 WS-QUAR-STATUS PIC XX.
000539     77 WS-QUAR-FOUND PIC X VALUE 'N'.
000540     77 NB-QUARANTAINE PIC 9(6) VALUE 0.
000541     77 BAL-QUAR-LIGNES PIC 9(6) VALUE 0.
000542     77 WS-REJP-NAME PIC X(30) VALUE SPACES.
000543     77 WS-REJP-STATUS PIC XX.
000544     77 WS-REJP-OUVERT PIC X VALUE 'N'.
000545     77 WS-RJH-OK PIC X VALUE 'N'.
000546     77 WS-RJH-MAJ PIC X VALUE 'N'.
000547     77 WS-RJH-ACTION PIC X.
000548     77 WS-RJH-CHAINE PIC X(20).
000549     77 WS-RJH-SOURCE PIC X(6).
000550     77 WS-RJH-MOTIF PIC X(10).
000551     77 WS-RJH-RESULT PIC X.
000552     77 WS-RJH-NUITS PIC 9(5).
000553     77 NB-RJH-NOTES PIC 9(6) VALUE 0.
000554     01 WS-RJH-INFO.
000555       05 RJH-PREMIER PIC 9(8).
000556       05 RJH-DERNIER PIC 9(8).
000557       05 RJH-NB-REJETS PIC 9(7).
000558       05 RJH-NB-NUITS PIC 9(5).
000559       05 RJH-MOTIF PIC X(10).
000560       05 RJH-SOURCES PIC X(30).
000561       05 RJH-SRC-PLUS PIC X.
000562       05 FILLER PIC X.
000563* Catalogue des generations (module catalogue) : un passage reel
000564* termine (ni simulation, ni instance de partition, que la
000565* consolidation classe) copie ses sorties en generations datees
000566* base-AAAAMMJJ.txt et s'inscrit a catalogue.dat avec son mode, sa
000567* version de regles et son code retour.
000568     77 WS-CAT-ACTION PIC X.
000569     77 WS-CAT-TYPE PIC 9 VALUE 0.
000570     77 WS-CAT-INFO PIC X(40).
000571     77 WS-CAT-RESULT PIC X.
000572* Option NORMALISATION (jour5.parms, NON par defaut) : avant tout
000573* appel a hub, un enregistrement qui echouerait le controle de
000574* caracteres recoit UNE tentative de reparation mecanique - pli
000575* des majuscules A-Z vers a-z puis suppression des caracteres de
000576* queue hors a-z (l'extrait d'un fournisseur met tout en
000577* majuscules, un autre laisse trainer des fins de zone). Si la
000578* chaine reparee passe la validation, elle est scoree avec un
000579* marqueur Normalise sur sa ligne d'audit et comptee a part ;
000580* sinon elle suit le circuit des exceptions comme avant. La
000581* boucle de reprise humaine (repare-exceptions / MODE
000582* RESOUMISSION) reste reservee aux cas qui le meritent.
000583     77 WS-NORM-PARM PIC X(3) VALUE "NON".
000584     77 WS-NORMALISATION PIC X VALUE 'N'.
000585     77 NB-NORMALISES PIC 9(6) VALUE 0.
000586     77 WS-NORM-FAIT PIC X VALUE 'N'.
000587     77 WS-NORM-OK PIC X.
000588     77 WS-NORM-STR PIC X(20).
000589     77 WS-NORM-LEN PIC 99.
000590     77 WS-NORM-IDX PIC 99.
000591     77 WS-NORM-CHAR PIC X.
000592     77 WS-NORM-MARQUE PIC X(12).
000593     77 NB-MST-NOUVEAUX PIC 9(6) VALUE 0.
000594     77 NB-MST-INCHANGES PIC 9(6) VALUE 0.
000595     77 NB-MST-CHANGES PIC 9(6) VALUE 0.
000596* Sous-totaux par fichier d'entree : les compteurs cumules sont
000597* photographies a l'ouverture de chaque fichier de la liste INPUT
000598* et
000599* la difference est rapportee a sa fermeture, pour qu'une
000600* generation defaillante se voie d'un coup d'oeil sans depouiller
000601* les totaux.
000602     77 WS-DEBUT-NICE-PREM PIC 9(6) VALUE 0.
000603     77 WS-DEBUT-NICE-DEUX PIC 9(6) VALUE 0.
000604     77 WS-DEBUT-NICE-TROIS PIC 9(6) VALUE 0.
000605     77 WS-DEBUT-REJ-VOY PIC 9(6) VALUE 0.
000606     77 WS-DEBUT-REJ-PAIRE PIC 9(6) VALUE 0.
000607     77 WS-DEBUT-REJ-DOUBLE PIC 9(6) VALUE 0.
000608     77 WS-DEBUT-REJ-ENTRE PIC 9(6) VALUE 0.
000609     77 WS-DEBUT-REJ-SPAIRE PIC 9(6) VALUE 0.
000610     77 WS-DEBUT-REJ-TROIS PIC 9(6) VALUE 0.
000611     77 WS-DEBUT-REJ-CARS PIC 9(6) VALUE 0.
000612     77 WS-DEBUT-REJETS PIC 9(6) VALUE 0.
000613     77 WS-DEBUT-SCORED PIC 9(6) VALUE 0.
000614     77 WS-DEBUT-DOUBLONS PIC 9(6) VALUE 0.
000615* Statistiques de rejet (analytique.txt) : frequence de chaque
000616* paire interdite parmi les rejets "paire interdite", repartition
000617* du nombre de voyelles parmi les rejets "voyelles" (indice =
000618* nombre de voyelles + 1), et liste des quasi-admis - codes ayant
000619* echoue sur un seul critere d'une partie, que l'equipe d'emission
000620* peut regenerer a peu de frais. Le detail des criteres vient des
000621* nouveaux parametres de hub.
000622     77 WS-ANA-STATUS PIC XX.
000623* Frequence de chaque paire interdite de la version de regles
000624* active, au meme indice que WS-REGLE-PAIRE.
000625     01 NB-PAIRE-TABLE.
000626       05 NB-PAIRE-CNT PIC 9(6) OCCURS 8 TIMES VALUE 0.
000627     01 WS-VOY-DIST-TABLE.
000628       05 WS-VOY-DIST PIC 9(6) OCCURS 3 TIMES VALUE 0.
000629     77 WS-VOY-DIST-IDX PIC 9.
000630     77 NB-QUASI PIC 9(6) VALUE 0.
000631     77 WS-QUASI-ECHECS PIC 9.
000632     77 WS-QUASI-MOTIF PIC X(25).
000633     77 WS-QUASI-PARTIE PIC XX.
000634* Table des regles de scoring versionnee (regles.dat) : les
000635* parametres de la partie 1 - paires interdites, seuil de
000636* voyelles, double exige - ne sont plus des constantes de
000637* parse-prem mais des donnees a date d'effet, un bloc VERSION /
000638* DATE-EFFET / PAIRES / SEUIL-VOYELLES / DOUBLE-REQUIS par
000639* version. Au lancement la version active (date d'effet la plus
000640* recente <= aujourd'hui) est chargee par regles-io, le module
000641* commun avec requalification, et estampillee dans
000642* report.txt, audit.txt et job-summary.txt, pour que
000643* compare-audits sache quelle version a produit quelle piste.
000644* Fichier absent : valeurs internes historiques (version
000645* INTERNE) et avertissement ; fichier invalide : arret en
000646* erreur, comme jour5.parms.
000647     77 WS-REGLE-VERSION PIC X(8) VALUE "INTERNE".
000648     77 WS-REGLE-DATE PIC 9(8) VALUE 0.
000649     01 WS-REGLE-PAIRES.
000650       05 WS-REGLE-PAIRE PIC XX OCCURS 8 TIMES.
000651     77 WS-REGLE-NB-PAIRES PIC 9 VALUE 4.
000652     77 WS-REGLE-MIN-VOY PIC 99 VALUE 3.
000653     77 WS-REGLE-DOUBLE PIC X VALUE 'Y'.
000654     77 WS-REGLE-FICHIER PIC X VALUE 'N'.
000655     77 WS-REGLE-ADOPTEE PIC X VALUE 'N'.
000656     77 WS-REGLE-ERRS PIC 99 VALUE 0.
000657     77 WS-REGLE-IDX PIC 9.
000658     77 WS-RGL-ACTION PIC X.
000659     77 WS-RGL-LIGNES PIC 9(6).
000660     77 WS-RGL-RESULT PIC X.
000661* Versions de regles en vigueur (date d'effet atteinte) : toutes
000662* sont gardees, et non la seule version active, pour les profils
000663* de source qui en nomment une autre. Une version presente en
000664* plusieurs blocs garde le plus recent, comme la version active.
000665     01 WS-VER-TABLE.
000666       05 WS-VER-ENTRY OCCURS 50 TIMES.
000667         10 WS-VER-NOM PIC X(8).
000668         10 WS-VER-DATE PIC 9(8).
000669         10 WS-VER-PAIRES PIC X(16).
000670         10 WS-VER-NB-PAIRES PIC 9.
000671         10 WS-VER-MIN-VOY PIC 99.
000672         10 WS-VER-DOUBLE PIC X.
000673     77 WS-VER-COUNT PIC 99 VALUE 0.
000674     77 WS-VER-IDX PIC 99.
000675     77 WS-VER-POS PIC 99.
000676* Profils de scoring par source (profils-sources.dat) : une source
000677* partenaire peut etre contractee sur d'autres regles que le flux
000678* historique. Une ligne par identifiant de source HDR, en colonnes
000679* fixes comme sources-attendues.dat :
000680*   1-6    identifiant de source HDR (INCONN : fichiers sans
000681*          en-tete)
000682*   8-15   version de regles (bloc VERSION de regles.dat, en
000683*          vigueur)
000684*   17-22  jeu de voyelles de la partie 1, AEIOU ou AEIOUY
000685*   24-25  longueur minimale (08-20)
000686*   27-28  longueur maximale (08-20)
000687*   30-32  parties exigees pour l'approbation dual, chiffres 1, 2
000688*          et 3 (par exemple 12 ou 123)
000689* * en colonne 1 pour un commentaire ; une zone a blanc reprend la
000690* valeur globale (jour5.parms, version active, parties 1 et 2).
000691* Chaque fichier d'entree est score sous le profil de la source de
000692* son en-tete, les parametres globaux sous le nom DEFAUT pour une
000693* source sans profil. Le profil applique est estampille sur chaque
000694* ligne d'audit (colonnes 117-134), dans les sous-totaux du
000695* fichier et dans sources.dat, et l'approbation dual d'un code
000696* suit les parties exigees par son profil. Une ligne "Regles :"
000697* est inseree dans audit.txt a chaque changement de version. Les
000698* resoumissions, sans source, sont scorees sous les parametres
000699* globaux. Fichier absent : aucun profil ; ligne invalide : arret
000700* en erreur avant toute sortie, comme jour5.parms.
000701     77 WS-PROF-STATUS PIC XX.
000702     77 WS-PROF-FICHIER PIC X VALUE 'N'.
000703     77 WS-PROF-ERRS PIC 99 VALUE 0.
000704     01 WS-PROF-TABLE.
000705       05 WS-PROF-ENTRY OCCURS 20 TIMES.
000706         10 WS-PROF-SOURCE PIC X(6).
000707         10 WS-PROF-VERSION PIC X(8).
000708         10 WS-PROF-VER-POS PIC 99.
000709         10 WS-PROF-VOYELLES PIC X(6).
000710         10 WS-PROF-LEN-MIN PIC 99.
000711         10 WS-PROF-LEN-MAX PIC 99.
000712         10 WS-PROF-PARTIES PIC X(3).
000713     77 WS-PROF-COUNT PIC 99 VALUE 0.
000714     77 WS-PROF-IDX PIC 99.
000715     77 WS-PROF-POS PIC 99.
000716     77 WS-PROF-CLE PIC X(6).
000717     77 WS-PROF-OK PIC X.
000718     77 WS-PROFIL-COURANT PIC X(6) VALUE "DEFAUT".
000719     77 WS-PARTIES-REQUISES PIC X(3) VALUE "12".
000720     77 WS-AUDIT-VERSION PIC X(8) VALUE SPACES.
000721* Parametres globaux du passage, mis de cote une fois le pilotage
000722* valide pour revenir au profil DEFAUT entre deux fichiers.
000723     77 WS-GLB-VOWELS PIC X(6).
000724     77 WS-GLB-LEN-MIN PIC 99.
000725     77 WS-GLB-LEN-MAX PIC 99.
000726     77 WS-GLB-VERSION PIC X(8).
000727     77 WS-GLB-DATE PIC 9(8).
000728     77 WS-GLB-PAIRES PIC X(16).
000729     77 WS-GLB-NB-PAIRES PIC 9.
000730     77 WS-GLB-MIN-VOY PIC 99.
000731     77 WS-GLB-DOUBLE PIC X.
000732* Approbation dual : indicateurs des trois parties confrontes aux
000733* parties exigees (voir check-dual-parts).
000734     77 WS-DUAL-FLAGS PIC X(3).
000735     77 WS-DUAL-PARTIES PIC X(3).
000736     77 WS-DUAL-PART PIC 9.
000737     77 WS-DUAL-IDX PIC 9.
000738     77 WS-DUAL-OK PIC X.
000739* Fichier de pilotage jour5.parms : les options du passage,
000740* autrefois eparpillees dans les variables d'environnement
000741* JOUR5_*, sont desormais lues dans un fichier de mots-cles (un
000742* par ligne, "MOT-CLE valeur", * en colonne 1 pour un
000743* commentaire), validees strictement - mot-cle inconnu ou valeur
000744* invalide arretent le job en erreur - et rappelees en tete de
000745* report.txt pour que tout passage soit rejouable a l'identique.
000746* Fichier absent : valeurs par defaut et avertissement.
000747* Des instances de partition lancees en parallele dans le meme
000748* repertoire ont chacune leur fichier de pilotage (INPUT propre a
000749* la partition), ecrit par decoupe-partitions : la variable
000750* d'environnement JOUR5_PARMS, posee par le scheduler instance par
000751* instance, en donne le nom. Un fichier ainsi designe est
000752* obligatoire - une instance ne doit pas derouler les valeurs par
000753* defaut sur l'entree entiere.
000754     77 WS-PARM-STATUS PIC XX.
000755     77 WS-PARM-NAME PIC X(100) VALUE "jour5.parms".
000756     77 WS-PARM-ENV PIC X(100).
000757     77 WS-PARM-KEY PIC X(20).
000758     77 WS-PARM-VALUE PIC X(520).
000759     77 WS-PARM-ERRS PIC 99 VALUE 0.
000760     77 WS-PARM-FILE-FOUND PIC X VALUE 'N'.
000761     77 WS-PARM-NUM-CHK PIC S9(4).
000762     77 WS-PARM-NUM PIC 9(6).
000763     77 WS-PARM-WORK PIC X(540).
000764     77 WS-ECHO-POS PIC 9(3).
000765* Format de code a longueur variable : la fourchette de longueurs
000766* acceptees (LEN-MIN / LEN-MAX dans jour5.parms, bornees a 8-20)
000767* est
000768* appliquee a la place de l'ancien test d'egalite a 17, et la
000769* longueur reelle WS-REC-LEN est transmise a hub puis aux trois
000770* jeux de regles. La repartition par longueur (indice = longueur
000771* - 7) est editee dans le rapport pour suivre la migration.
000772     77 WS-LEN-MIN PIC 99 VALUE 8.
000773     77 WS-LEN-MAX PIC 99 VALUE 20.
000774     01 WS-LEN-TABLE.
000775       05 NB-PAR-LONGUEUR PIC 9(6) OCCURS 13 TIMES VALUE 0.
000776     77 WS-LEN-IDX PIC 99.
000777* Horodatage du passage et duree par phase, en secondes (bascule
000778* de minuit geree) : lecture du pilotage, boucle de scoring,
000779* ecriture de l'extrait dual, equilibrage. Les durees partent
000780* dans report.txt et job-summary.txt, et l'historique des durees
000781* du passage est tenu dans durees.dat comme history.dat tient
000782* les verdicts (fenetre glissante de 5 jours). WINDOW-MINUTES
000783* (jour5.parms, 0 = pas de limite) borne la fenetre batch : duree
000784* totale au-dela, le passage sort en avertissement pour que
000785* l'ordonnanceur voie une nuit lente avant l'heure limite du
000786* provisioning.
000787     77 WS-DEBUT-DATE PIC 9(8) VALUE 0.
000788     77 WS-DEBUT-HEURE PIC 9(8) VALUE 0.
000789     01 WS-CHRONO-DEB-H PIC 9(8) VALUE 0.
000790     01 WS-CHRONO-DEB-R REDEFINES WS-CHRONO-DEB-H.
000791       05 CHR-DEB-HH PIC 99.
000792       05 CHR-DEB-MM PIC 99.
000793       05 CHR-DEB-SS PIC 99.
000794       05 FILLER PIC 99.
000795     01 WS-CHRONO-FIN-H PIC 9(8) VALUE 0.
000796     01 WS-CHRONO-FIN-R REDEFINES WS-CHRONO-FIN-H.
000797       05 CHR-FIN-HH PIC 99.
000798       05 CHR-FIN-MM PIC 99.
000799       05 CHR-FIN-SS PIC 99.
000800       05 FILLER PIC 99.
000801     77 WS-CHRONO-SEC PIC S9(7) VALUE 0.
000802     77 DUR-PARMS-SEC PIC 9(7) VALUE 0.
000803     77 DUR-SCORING-SEC PIC 9(7) VALUE 0.
000804     77 DUR-EXTRAIT-SEC PIC 9(7) VALUE 0.
000805     77 DUR-EQUIL-SEC PIC 9(7) VALUE 0.
000806     77 DUR-TOTAL-SEC PIC 9(7) VALUE 0.
000807     77 WS-WINDOW-MINUTES PIC 9(4) VALUE 0.
000808     77 WS-WINDOW-SEC PIC 9(7) VALUE 0.
000809     77 WS-DUREE-STATUS PIC XX.
000810     01 WS-DUREE-TABLE.
000811       05 WS-DUREE-ENTRY OCCURS 5 TIMES.
000812         10 WS-DUREE-DATE PIC 9(8).
000813         10 WS-DUREE-SEC PIC 9(7).
000814     77 WS-DUREE-READ-COUNT PIC 9 VALUE 0.
000815     77 WS-DUREE-IDX PIC 9.
000816     77 WS-DUREE-IDX2 PIC 9.
000817     77 WS-DUREE-TARGET PIC 9.
000818     77 WS-DUREE-SUM PIC 9(8) VALUE 0.
000819     77 WS-DUREE-AVG PIC 9(7) VALUE 0.
000820     77 WS-DUREE-TREND PIC X(7) VALUE SPACES.
000821* Mode simulation (MODE SIMULATION dans jour5.parms) : le passage
000822* complet est
000823* deroule (lecture, scoring, rapport, exceptions, statistiques,
000824* pourcentages) mais les sorties partent dans des fichiers
000825* "-preview" clairement nommes, et ni history.dat, ni
000826* checkpoint.dat, ni le fichier maitre, ni le vrai extrait
000827* dual-approved ne sont touches. Les noms reels des fichiers de
000828* sortie sont portes par ces zones (ASSIGN DYNAMIC, comme FILE1).
000829     77 WS-SIM-MODE PIC X VALUE 'N'.
000830     77 WS-REPORT-NAME PIC X(30) VALUE "report.txt".
000831     77 WS-EXC-NAME PIC X(30) VALUE "exceptions.txt".
000832     77 WS-AUDIT-NAME PIC X(30) VALUE "audit.txt".
000833     77 WS-DUAL-NAME PIC X(30) VALUE "dual-approved.txt".
000834     77 WS-SUMM-NAME PIC X(30) VALUE "job-summary.txt".
000835     77 WS-ANA-NAME PIC X(30) VALUE "analytique.txt".
000836     77 WS-CKPT-NAME PIC X(30) VALUE "checkpoint.dat".
000837* Traitement par partitions (mot-cle PARTITION, surcharge par la
000838* variable d'environnement JOUR5_PARTITION par instance) : nn
000839* fait tourner
000840* cette instance sur une partition de la generation, avec des
000841* sorties et un point de reprise suffixes -pnn que le programme
000842* consolide-partitions fusionne ensuite en un seul jeu de
000843* sorties ; history.dat et le fichier maitre sont laisses a la
000844* consolidation pour que le jour ne soit compte qu'une fois.
000845     77 WS-PART-MODE PIC X VALUE 'N'.
000846     77 WS-PARTITION PIC 99 VALUE 0.
000847     77 WS-PART-PARM PIC X(6).
000848     77 WS-PART-CHK PIC S9(4).
000849     77 WS-P1-BAD-PAIR PIC AA.
000850     77 WS-P1-NB-VOY PIC 99.
000851     77 WS-P1-DOUBLE PIC X.
000852     77 WS-P3-TRIPLET PIC X.
000853     77 WS-P3-NB-VOY PIC 99.
000854* Journal operateur commun (journal.txt, via journal-op) : les
000855* messages d'exploitation de la console sont aussi consignes
000856* horodates dans un fichier unique pour toute la suite, que la
000857* supervision greppe apres incident. Module absent ou journal
000858* inecrivable : la console reste seule, sans faire echouer le
000859* passage.
000860     77 WS-JRN-PROG PIC X(20) VALUE "jour-cinq".
000861     77 WS-JRN-SEV PIC X.
000862     77 WS-JRN-MSG PIC X(80).
000863
000864 PROCEDURE DIVISION.
000865 main.
000866* Les options du passage sont lues et validees dans jour5.parms ;
000867* un parametre invalide arrete le job en erreur avant toute
000868* ouverture de fichier de sortie (voir read-run-parms).
000869* Horodatage de debut de passage, et chronometre de la phase de
000870* lecture du pilotage.
000871     ACCEPT WS-DEBUT-DATE FROM DATE YYYYMMDD.
000872     ACCEPT WS-DEBUT-HEURE FROM TIME.
000873     PERFORM chrono-start.
000874     PERFORM read-run-parms.
000875* La table des regles versionnee est chargee dans la meme phase
000876* de pilotage : la version active doit etre connue avant toute
000877* ouverture de sortie, pour l'estampille d'audit.
000878     PERFORM load-rule-table.
000879* Les profils de source nomment des versions de la table des
000880* regles : ils sont charges et valides juste apres elle.
000881     PERFORM load-profiles.
000882     PERFORM chrono-elapsed.
000883     MOVE WS-CHRONO-SEC TO DUR-PARMS-SEC.
000884     MOVE 'I' TO WS-JRN-SEV.
000885     MOVE "debut du passage" TO WS-JRN-MSG.
000886     PERFORM write-journal.
000887* INPUT peut contenir plusieurs fichiers (generations/extraits
000888* multiples) separes par des virgules ; chacun est traite a son
000889* tour et les compteurs sont cumules sur l'ensemble.
000890     IF WS-INPUT-LIST = SPACES
000891         MOVE "input" TO WS-INPUT-LIST
000892     END-IF.
000893     UNSTRING WS-INPUT-LIST DELIMITED BY ","
000894         INTO WS-INPUT-ENTRY(1) WS-INPUT-ENTRY(2)
000895              WS-INPUT-ENTRY(3) WS-INPUT-ENTRY(4)
000896              WS-INPUT-ENTRY(5) WS-INPUT-ENTRY(6)
000897              WS-INPUT-ENTRY(7) WS-INPUT-ENTRY(8)
000898              WS-INPUT-ENTRY(9) WS-INPUT-ENTRY(10)
000899         TALLYING IN WS-INPUT-COUNT
000900     END-UNSTRING.
000901* La liste INPUT n'alimente que 10 emplacements ; une liste plus
000902* longue
000903* est silencieusement tronquee par l'UNSTRING ci-dessus, donc on
000904* compte les virgules separement pour detecter ce cas et avertir
000905* l'operateur au lieu de perdre des fichiers sans le signaler.
000906     MOVE 0 TO WS-INPUT-COMMAS.
000907     INSPECT WS-INPUT-LIST TALLYING WS-INPUT-COMMAS FOR ALL ",".
000908     MOVE 'N' TO WS-INPUT-OVERFLOW.
000909     IF WS-INPUT-COMMAS > 9
000910         MOVE 'Y' TO WS-INPUT-OVERFLOW
000911     END-IF.
000912* RULESET selectionne le(s) jeu(x) de regles a executer :
000913* "1" = partie 1 seule, "2" = partie 2 seule, "3" = partie 3
000914* seule, "ALL" (par defaut) = les trois, comme avant.
000915     MOVE 'N' TO WS-RAN-PREM.
000916     MOVE 'N' TO WS-RAN-DEUX.
000917     MOVE 'N' TO WS-RAN-TROIS.
000918     IF WS-RULESET = "1" OR WS-RULESET = "ALL"
000919         MOVE 'Y' TO WS-RAN-PREM
000920     END-IF.
000921     IF WS-RULESET = "2" OR WS-RULESET = "ALL"
000922         MOVE 'Y' TO WS-RAN-DEUX
000923     END-IF.
000924     IF WS-RULESET = "3" OR WS-RULESET = "ALL"
000925         MOVE 'Y' TO WS-RAN-TROIS
000926     END-IF.
000927* VOWELS choisit le jeu de voyelles de la partie 1 : "AEIOUY"
000928* reprend le fork a 6 voyelles de l'ancien test.cob, "AEIOU"
000929* (par defaut) garde les 5 voyelles d'origine.
000930     IF WS-VOWEL-MODE = "AEIOUY"
000931         MOVE "aeiouy" TO WS-VOWELS
000932     ELSE
000933         MOVE "aeiou " TO WS-VOWELS
000934     END-IF.
000935* La fourchette de longueurs acceptees reste ramenee dans les
000936* bornes du nouveau format (8 a 20), meme si la validation du
000937* fichier de pilotage l'a deja faite.
000938     IF WS-LEN-MIN < 8
000939         MOVE 8 TO WS-LEN-MIN
000940     END-IF.
000941     IF WS-LEN-MAX > 20
000942         MOVE 20 TO WS-LEN-MAX
000943     END-IF.
000944     IF WS-LEN-MAX < WS-LEN-MIN
000945         MOVE WS-LEN-MIN TO WS-LEN-MAX
000946     END-IF.
000947* Les parametres globaux ainsi arretes forment le profil DEFAUT.
000948     PERFORM save-global-profile.
000949* MODE RESOUMISSION rejoue uniquement les enregistrements
000950* corriges de reprises.txt (voir repare-exceptions) ; NORMAL
000951* (par defaut) garde le passage classique sur la liste INPUT.
000952     IF WS-MODE-PARM = "RESOUMISSION"
000953         MOVE 'Y' TO WS-RESUB-MODE
000954         MOVE "RESOUMISSION" TO WS-RUN-MODE
000955     END-IF.
000956* DEDUP-ENVOYES OUI : deduplication contre tout ce qui a deja ete
000957* envoye au provisioning (voir plus bas, apres l'ouverture du
000958* registre des envois).
000959     IF WS-DEDUP-PARM = "OUI"
000960         MOVE 'Y' TO WS-DEDUP-ENVOYES
000961     END-IF.
000962* NORMALISATION OUI : reparation mecanique des rejets de
000963* caracteres triviaux avant scoring (voir normalize-record).
000964     IF WS-NORM-PARM = "OUI"
000965         MOVE 'Y' TO WS-NORMALISATION
000966     END-IF.
000967* MODE SIMULATION : essai a blanc d'une generation avant la
000968* fenetre batch. Les sorties sont redirigees vers des fichiers
000969* "-preview", la reprise est ignoree et l'historique, le point de
000970* reprise et le fichier maitre restent intacts.
000971     IF WS-MODE-PARM = "SIMULATION"
000972         MOVE 'Y' TO WS-SIM-MODE
000973         MOVE "SIMULATION" TO WS-RUN-MODE
000974         MOVE "report-preview.txt" TO WS-REPORT-NAME
000975         MOVE "exceptions-preview.txt" TO WS-EXC-NAME
000976         MOVE "quarantaine-preview.txt" TO WS-QUAR-NAME
000977         MOVE "audit-preview.txt" TO WS-AUDIT-NAME
000978         MOVE "dual-approved-preview.txt" TO WS-DUAL-NAME
000979         MOVE "codes-bloques-preview.txt" TO WS-BLOQ-NAME
000980         MOVE "travail-preview.dat" TO WS-TRV-NAME
000981         MOVE "job-summary-preview.txt" TO WS-SUMM-NAME
000982         MOVE "analytique-preview.txt" TO WS-ANA-NAME
000983         MOVE 0 TO WS-RESTART-FROM
000984     END-IF.
000985* PARTITION nn (01-99) : sorties et point de reprise suffixes
000986* -pnn pour faire tourner plusieurs instances en parallele,
000987* chacune sur sa partition de l'entree. Le mot-cle PARTITION de
000988* jour5.parms donne la valeur commune (0 = pas de partition),
000989* mais des instances lancees en parallele dans le meme repertoire
000990* partagent ce fichier : la variable d'environnement
000991* JOUR5_PARTITION, posee par le scheduler instance par instance
000992* (comme JOUR5_PARTS pour consolide-partitions), l'emporte donc
000993* sur le mot-cle, et c'est la valeur effective qui est rappelee
000994* dans l'echo des parametres du rapport. Sans objet en
000995* simulation, dont les noms -preview l'emportent.
000996     ACCEPT WS-PART-PARM FROM ENVIRONMENT "JOUR5_PARTITION".
000997     IF WS-PART-PARM NOT = SPACES
000998         COMPUTE WS-PART-CHK =
000999             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PART-PARM))
001000         IF WS-PART-CHK = 0
001001             COMPUTE WS-PARTITION =
001002                 FUNCTION NUMVAL(FUNCTION TRIM(WS-PART-PARM))
001003         ELSE
001004             DISPLAY "ERREUR : JOUR5_PARTITION invalide ("
001005                 FUNCTION TRIM(WS-PART-PARM)
001006                 "), passage abandonne" END-DISPLAY
001007             MOVE 'E' TO WS-JRN-SEV
001008             MOVE SPACES TO WS-JRN-MSG
001009             STRING "JOUR5_PARTITION invalide ("
001010                 FUNCTION TRIM(WS-PART-PARM)
001011                 "), passage abandonne"
001012                 INTO WS-JRN-MSG
001013             END-STRING
001014             PERFORM write-journal
001015             MOVE 12 TO RETURN-CODE
001016             STOP RUN
001017         END-IF
001018     END-IF.
001019     IF WS-SIM-MODE = 'N'
001020         IF WS-PARTITION > 0
001021             MOVE 'Y' TO WS-PART-MODE
001022             MOVE SPACES TO WS-REPORT-NAME
001023             STRING "report-p" WS-PARTITION ".txt"
001024                 INTO WS-REPORT-NAME
001025             END-STRING
001026             MOVE SPACES TO WS-EXC-NAME
001027             STRING "exceptions-p" WS-PARTITION ".txt"
001028                 INTO WS-EXC-NAME
001029             END-STRING
001030             MOVE SPACES TO WS-QUAR-NAME
001031             STRING "quarantaine-p" WS-PARTITION ".txt"
001032                 INTO WS-QUAR-NAME
001033             END-STRING
001034             MOVE SPACES TO WS-REJP-NAME
001035             STRING "rejets-p" WS-PARTITION ".txt"
001036                 INTO WS-REJP-NAME
001037             END-STRING
001038             MOVE SPACES TO WS-AUDIT-NAME
001039             STRING "audit-p" WS-PARTITION ".txt"
001040                 INTO WS-AUDIT-NAME
001041             END-STRING
001042             MOVE SPACES TO WS-DUAL-NAME
001043             STRING "dual-approved-p" WS-PARTITION ".txt"
001044                 INTO WS-DUAL-NAME
001045             END-STRING
001046             MOVE SPACES TO WS-BLOQ-NAME
001047             STRING "codes-bloques-p" WS-PARTITION ".txt"
001048                 INTO WS-BLOQ-NAME
001049             END-STRING
001050             MOVE SPACES TO WS-SUMM-NAME
001051             STRING "job-summary-p" WS-PARTITION ".txt"
001052                 INTO WS-SUMM-NAME
001053             END-STRING
001054             MOVE SPACES TO WS-ANA-NAME
001055             STRING "analytique-p" WS-PARTITION ".txt"
001056                 INTO WS-ANA-NAME
001057             END-STRING
001058             MOVE SPACES TO WS-CKPT-NAME
001059             STRING "checkpoint-p" WS-PARTITION ".dat"
001060                 INTO WS-CKPT-NAME
001061             END-STRING
001062             MOVE SPACES TO WS-TRV-NAME
001063             STRING "travail-p" WS-PARTITION ".dat"
001064                 INTO WS-TRV-NAME
001065             END-STRING
001066             MOVE SPACES TO WS-SOURCES-NAME
001067             STRING "sources-p" WS-PARTITION ".dat"
001068                 INTO WS-SOURCES-NAME
001069             END-STRING
001070         END-IF
001071     END-IF.
001072* Une reprise (RESTART > 0 dans jour5.parms) doit redemarrer les
001073* compteurs a
001074* partir de l'etat enregistre dans checkpoint.dat au moment de
001075* l'arret, sinon le rapport de fin de job ne refleterait que les
001076* lignes traitees depuis la reprise au lieu du fichier complet.
001077* Cette lecture doit precéder l'OPEN OUTPUT qui tronque
001078* checkpoint.dat pour le present passage. restore-checkpoint
001079* ramene aussi WS-RESTART-FROM au dernier point de reprise reel
001080* (un multiple de WS-CHECKPOINT-EVERY), pour que le test de saut
001081* plus bas dans la boucle de lecture ne s'appuie pas sur une
001082* valeur arbitraire fournie par l'operateur.
001083* WS-RESTART-REQUESTED garde la valeur demandee avant que
001084* restore-checkpoint ne ramene WS-RESTART-FROM au dernier point de
001085* reprise reel : les lignes entre les deux ont deja leur ligne
001086* d'audit/exceptions/dual-approved ecrite par le passage interrompu
001087* et seront rejouees pour recalculer les compteurs, mais ne doivent
001088* pas etre reecrites dans ces fichiers (voir plus bas dans la boucle
001089* de lecture).
001090* Le fichier de travail du passage (chaines vues, extrait dual
001091* en cours) est recree vide avant toute relecture : la reprise
001092* comme la resoumission le rebatissent en rejouant leurs entrees.
001093* Le verrou de passage est pris avant toute ouverture de sortie
001094* (c'est l'OPEN OUTPUT de checkpoint.dat qui fait les degats en
001095* cas de double lancement).
001096     PERFORM load-routing-table.
001097     IF WS-SIM-MODE = 'N' AND WS-PART-MODE = 'N'
001098         PERFORM take-run-lock
001099     END-IF.
001100     PERFORM open-work-file.
001101     MOVE WS-RESTART-FROM TO WS-RESTART-REQUESTED.
001102     IF WS-RESTART-FROM > 0 AND WS-RESUB-MODE = 'N'
001103         PERFORM restore-checkpoint
001104     END-IF.
001105* En mode resoumission on repart de l'etat de fin du passage du
001106* jour : restore-checkpoint est appele avec une borne maximale
001107* pour retenir le dernier point ecrit (le passage normal ecrit
001108* desormais un point final en fin de job), puis WS-LINE-NO est
001109* recale sur ce point et le parametre RESTART est ignore. La
001110* table des chaines vues est rebatie depuis la piste d'audit du
001111* jour (lue ici, avant son ouverture en EXTEND) pour qu'une
001112* reprise identique a un code deja score soit traitee en doublon
001113* et non recomptee.
001114     IF WS-RESUB-MODE = 'Y'
001115         MOVE 999999 TO WS-RESTART-FROM
001116         PERFORM restore-checkpoint
001117         MOVE WS-RESTART-FROM TO WS-LINE-NO
001118         MOVE 0 TO WS-RESTART-FROM
001119         MOVE 0 TO WS-RESTART-REQUESTED
001120         PERFORM load-audit-seen
001121     END-IF.
001122* Une reprise ne doit pas tronquer les fichiers de sortie deja
001123* produits par le passage interrompu (seul checkpoint.dat, deja
001124* relu ci-dessus, doit repartir de zero) : report.txt,
001125* exceptions.txt, audit.txt et dual-approved.txt sont completes en
001126* mode EXTEND plutot que recrees, pour que les lignes du passage
001127* initial restent visibles apres la reprise. Une resoumission
001128* complete de la meme facon les sorties du passage du jour.
001129     IF WS-RESTART-FROM > 0 OR WS-RESUB-MODE = 'Y'
001130         OPEN EXTEND REPORT-FILE
001131         IF WS-REPORT-STATUS = "35"
001132             OPEN OUTPUT REPORT-FILE
001133         END-IF
001134         OPEN EXTEND EXCEPTIONS-FILE
001135         IF WS-EXC-STATUS = "35"
001136             OPEN OUTPUT EXCEPTIONS-FILE
001137         END-IF
001138         OPEN EXTEND QUARANTAINE-FILE
001139         IF WS-QUAR-STATUS = "35"
001140             OPEN OUTPUT QUARANTAINE-FILE
001141         END-IF
001142         OPEN EXTEND ANALYTICS-FILE
001143         IF WS-ANA-STATUS = "35"
001144             OPEN OUTPUT ANALYTICS-FILE
001145         END-IF
001146         OPEN EXTEND AUDIT-FILE
001147         IF WS-AUDIT-STATUS = "35"
001148             OPEN OUTPUT AUDIT-FILE
001149             MOVE
001150      "Chaine - Partie 1 - Partie 2 - Partie 3 - Paire - Ecart"
001151                 TO AUDIT-LINE
001152             WRITE AUDIT-LINE END-WRITE
001153             MOVE SPACES TO AUDIT-LINE
001154             STRING "Regles : version " WS-REGLE-VERSION
001155                 " du " WS-REGLE-DATE
001156                 INTO AUDIT-LINE
001157             END-STRING
001158             WRITE AUDIT-LINE END-WRITE
001159             MOVE WS-REGLE-VERSION TO WS-AUDIT-VERSION
001160         END-IF
001161* dual-approved.txt n'est plus ouvert ici : l'extrait est collecte
001162* en table pendant le passage (en mode resoumission l'extrait du
001163* jour est d'abord recharge) et reecrit trie et dedoublonne en fin
001164* de job par write-dual-extract.
001165     ELSE
001166         OPEN OUTPUT REPORT-FILE
001167         OPEN OUTPUT EXCEPTIONS-FILE
001168         OPEN OUTPUT QUARANTAINE-FILE
001169         OPEN OUTPUT ANALYTICS-FILE
001170         OPEN OUTPUT AUDIT-FILE
001171         MOVE
001172      "Chaine - Partie 1 - Partie 2 - Partie 3 - Paire - Ecart"
001173             TO AUDIT-LINE
001174         WRITE AUDIT-LINE END-WRITE
001175         MOVE SPACES TO AUDIT-LINE
001176         STRING "Regles : version " WS-REGLE-VERSION
001177             " du " WS-REGLE-DATE
001178             INTO AUDIT-LINE
001179         END-STRING
001180         WRITE AUDIT-LINE END-WRITE
001181         MOVE WS-REGLE-VERSION TO WS-AUDIT-VERSION
001182     END-IF.
001183* En simulation checkpoint.dat n'est ni tronque ni reecrit ; son
001184* file status est force a bon pour le controle d'ouverture.
001185     IF WS-SIM-MODE = 'N'
001186         OPEN OUTPUT CHECKPOINT-FILE
001187     ELSE
001188         MOVE "00" TO WS-CKPT-FILE-STATUS
001189     END-IF.
001190* Un fichier de sortie qui ne s'ouvre pas est une erreur dure : le
001191* job s'arrete tout de suite avec le code retour 12 plutot que de
001192* derouler un passage dont les sorties seraient incompletes.
001193     IF WS-REPORT-STATUS NOT = "00"
001194             OR WS-EXC-STATUS NOT = "00"
001195             OR WS-QUAR-STATUS NOT = "00"
001196             OR WS-AUDIT-STATUS NOT = "00"
001197             OR WS-ANA-STATUS NOT = "00"
001198             OR WS-CKPT-FILE-STATUS NOT = "00"
001199         DISPLAY "ERREUR : ouverture d'un fichier de sortie "
001200             "impossible (report " WS-REPORT-STATUS
001201             " exceptions " WS-EXC-STATUS
001202             " quarantaine " WS-QUAR-STATUS
001203             " audit " WS-AUDIT-STATUS
001204             " analytique " WS-ANA-STATUS
001205             " checkpoint " WS-CKPT-FILE-STATUS ")" END-DISPLAY
001206         MOVE 'E' TO WS-JRN-SEV
001207         MOVE "ouverture d'un fichier de sortie impossible"
001208             TO WS-JRN-MSG
001209         PERFORM write-journal
001210         MOVE 12 TO WS-JOB-RC
001211         PERFORM release-run-lock
001212         MOVE WS-JOB-RC TO RETURN-CODE
001213         STOP RUN
001214     END-IF.
001215     IF WS-SIM-MODE = 'Y'
001216         MOVE "**********************************************"
001217             TO REPORT-LINE
001218         WRITE REPORT-LINE END-WRITE
001219         MOVE "***            S I M U L A T I O N        ***"
001220             TO REPORT-LINE
001221         WRITE REPORT-LINE END-WRITE
001222         MOVE "***  aucun fichier de production mis a jour ***"
001223             TO REPORT-LINE
001224         WRITE REPORT-LINE END-WRITE
001225         MOVE "**********************************************"
001226             TO REPORT-LINE
001227         WRITE REPORT-LINE END-WRITE
001228     END-IF.
001229* La date du passage est au titre, en colonnes 22-29 comme dans le
001230* rapport de consolidation : la passation du matin y reconnait un
001231* rapport d'une nuit precedente.
001232     MOVE SPACES TO REPORT-LINE.
001233     STRING "Rapport jour-cinq du " WS-DEBUT-DATE
001234         " - chaines sympathiques"
001235         INTO REPORT-LINE
001236     END-STRING.
001237     WRITE REPORT-LINE END-WRITE.
001238* Echo complet des parametres acceptes (jour5.parms ou valeurs par
001239* defaut) : tout passage doit pouvoir etre rejoue a l'identique a
001240* partir de son seul rapport.
001241     MOVE SPACES TO REPORT-LINE.
001242     STRING "Parametres du passage (" FUNCTION TRIM(WS-PARM-NAME)
001243         ") :"
001244         INTO REPORT-LINE
001245     END-STRING.
001246     WRITE REPORT-LINE END-WRITE.
001247     IF WS-PARM-FILE-FOUND = 'N'
001248         MOVE SPACES TO REPORT-LINE
001249         STRING "  ATTENTION : " FUNCTION TRIM(WS-PARM-NAME)
001250             " absent, valeurs par defaut"
001251             INTO REPORT-LINE
001252         END-STRING
001253         WRITE REPORT-LINE END-WRITE
001254         MOVE 4 TO WS-JOB-RC-NEW
001255         PERFORM raise-job-rc
001256     END-IF.
001257     MOVE SPACES TO REPORT-LINE.
001258     STRING "  INPUT " WS-INPUT-LIST(1:60)
001259         INTO REPORT-LINE
001260     END-STRING.
001261     WRITE REPORT-LINE END-WRITE.
001262* Une liste d'entree longue continue sur des lignes (suite) : le
001263* rapport doit porter la liste complete pour rester rejouable.
001264* Les fenetres de 60 couvrent la zone entiere (9 x 60 = 540).
001265     PERFORM VARYING WS-ECHO-POS FROM 61 BY 60
001266             UNTIL WS-ECHO-POS > 481
001267         IF WS-INPUT-LIST(WS-ECHO-POS:60) NOT = SPACES
001268             MOVE SPACES TO REPORT-LINE
001269             STRING "  INPUT (suite) "
001270                 WS-INPUT-LIST(WS-ECHO-POS:60)
001271                 INTO REPORT-LINE
001272             END-STRING
001273             WRITE REPORT-LINE END-WRITE
001274         END-IF
001275     END-PERFORM.
001276     MOVE SPACES TO REPORT-LINE.
001277* La valeur rappelee est celle demandee par l'operateur, pas la
001278* borne recalee par restore-checkpoint : rejouer avec la valeur
001279* de l'echo doit reproduire exactement le meme passage.
001280     STRING "  RESTART " WS-RESTART-REQUESTED
001281         " - RULESET " WS-RULESET
001282         " - VOWELS " WS-VOWEL-MODE
001283         " - MODE " WS-RUN-MODE
001284         INTO REPORT-LINE
001285     END-STRING.
001286     WRITE REPORT-LINE END-WRITE.
001287     MOVE SPACES TO REPORT-LINE.
001288     STRING "  REJECT-PCT-MAX " WS-REJECT-PCT-MAX
001289         " - LEN-MIN " WS-LEN-MIN
001290         " - LEN-MAX " WS-LEN-MAX
001291         " - PARTITION " WS-PARTITION
001292         " - CHECKPOINT-EVERY " WS-CHECKPOINT-EVERY
001293         INTO REPORT-LINE
001294     END-STRING.
001295     WRITE REPORT-LINE END-WRITE.
001296     MOVE SPACES TO REPORT-LINE.
001297     STRING "  WINDOW-MINUTES " WS-WINDOW-MINUTES
001298         " - DEDUP-ENVOYES " WS-DEDUP-PARM
001299         " - NORMALISATION " WS-NORM-PARM
001300         " - QUARANTAINE " WS-QUARANTAINE
001301         INTO REPORT-LINE
001302     END-STRING.
001303     WRITE REPORT-LINE END-WRITE.
001304     MOVE SPACES TO REPORT-LINE.
001305     STRING "Regles de scoring : version " WS-REGLE-VERSION
001306         " du " WS-REGLE-DATE
001307         INTO REPORT-LINE
001308     END-STRING.
001309     WRITE REPORT-LINE END-WRITE.
001310     IF WS-REGLE-FICHIER = 'N'
001311         MOVE SPACES TO REPORT-LINE
001312         STRING "  ATTENTION : regles.dat absent, regles "
001313             "internes appliquees"
001314             INTO REPORT-LINE
001315         END-STRING
001316         WRITE REPORT-LINE END-WRITE
001317         MOVE 4 TO WS-JOB-RC-NEW
001318         PERFORM raise-job-rc
001319     END-IF.
001320     IF WS-REGLE-FICHIER = 'Y' AND WS-REGLE-ADOPTEE = 'N'
001321         MOVE SPACES TO REPORT-LINE
001322         STRING "  ATTENTION : aucune version de regles en "
001323             "vigueur, regles internes appliquees"
001324             INTO REPORT-LINE
001325         END-STRING
001326         WRITE REPORT-LINE END-WRITE
001327         MOVE 4 TO WS-JOB-RC-NEW
001328         PERFORM raise-job-rc
001329     END-IF.
001330     MOVE SPACES TO REPORT-LINE.
001331     STRING "Jeu de voyelles utilise (partie 1) : " WS-VOWELS
001332         INTO REPORT-LINE
001333     END-STRING.
001334     WRITE REPORT-LINE END-WRITE.
001335     PERFORM write-profile-echo.
001336     IF WS-INPUT-OVERFLOW = 'Y'
001337         DISPLAY "ATTENTION : liste INPUT depasse 10 fichiers, "
001338             "le reste est ignore" END-DISPLAY
001339         MOVE 'W' TO WS-JRN-SEV
001340         MOVE SPACES TO WS-JRN-MSG
001341         STRING "liste INPUT depasse 10 fichiers, "
001342             "le reste est ignore"
001343             INTO WS-JRN-MSG
001344         END-STRING
001345         PERFORM write-journal
001346         MOVE SPACES TO REPORT-LINE
001347         STRING "ATTENTION : liste INPUT tronquee a 10 fichiers "
001348             "(liste fournie plus longue)"
001349             INTO REPORT-LINE
001350         END-STRING
001351         WRITE REPORT-LINE END-WRITE
001352         MOVE 4 TO WS-JOB-RC-NEW
001353         PERFORM raise-job-rc
001354     END-IF.
001355* Ouverture du fichier maitre des codes via maitre-io. WS-MST-RAN
001356* fige les jeux de regles executes ce passage : seuls leurs
001357* verdicts participent au delta et remplacent ceux memorises.
001358     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001359     MOVE WS-RAN-PREM TO WS-MST-RAN(1:1).
001360     MOVE WS-RAN-DEUX TO WS-MST-RAN(2:1).
001361     MOVE WS-RAN-TROIS TO WS-MST-RAN(3:1).
001362* En simulation le fichier maitre n'est pas ouvert du tout : pas
001363* de mise a jour, pas de delta, et pas d'avertissement puisque
001364* c'est voulu. Meme chose pour une instance de partition, les
001365* instances paralleles ne pouvant pas se partager le maitre.
001366     IF WS-SIM-MODE = 'Y' OR WS-PART-MODE = 'Y'
001367         MOVE 'N' TO WS-MST-OK
001368         MOVE SPACES TO REPORT-LINE
001369         MOVE "Fichier maitre non mis a jour dans ce mode."
001370             TO REPORT-LINE
001371         WRITE REPORT-LINE END-WRITE
001372     ELSE
001373     MOVE 'O' TO WS-MST-ACTION
001374     MOVE 'Y' TO WS-MST-OK
001375     MOVE SPACE TO WS-MST-RESULT
001376     CALL "maitre-io" USING WS-MST-ACTION, MY-STR,
001377         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
001378         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
001379         ON EXCEPTION MOVE 'N' TO WS-MST-OK
001380     END-CALL
001381     IF WS-MST-RESULT = 'E'
001382         MOVE 'N' TO WS-MST-OK
001383     END-IF
001384     IF WS-MST-OK = 'N'
001385         MOVE SPACES TO REPORT-LINE
001386         STRING "ATTENTION : fichier maitre indisponible, "
001387             "delta non calcule"
001388             INTO REPORT-LINE
001389         END-STRING
001390         WRITE REPORT-LINE END-WRITE
001391         MOVE 4 TO WS-JOB-RC-NEW
001392         PERFORM raise-job-rc
001393     END-IF
001394     END-IF.
001395* Option DEDUP-ENVOYES : elle s'appuie sur le registre des
001396* envois, ouvert des maintenant pour les consultations du
001397* scoring. Sans objet en simulation et en partitions, et sans
001398* registre l'option est ignoree - l'extrait part entier plutot
001399* que faux.
001400     IF WS-DEDUP-ENVOYES = 'Y'
001401         IF WS-SIM-MODE = 'Y' OR WS-PART-MODE = 'Y'
001402             MOVE 'N' TO WS-DEDUP-ENVOYES
001403             MOVE SPACES TO REPORT-LINE
001404             STRING "ATTENTION : DEDUP-ENVOYES sans objet "
001405                 "dans ce mode, option ignoree"
001406                 INTO REPORT-LINE
001407             END-STRING
001408             WRITE REPORT-LINE END-WRITE
001409             MOVE 4 TO WS-JOB-RC-NEW
001410             PERFORM raise-job-rc
001411         ELSE
001412             PERFORM open-send-register
001413             IF WS-REG-OK = 'N'
001414                 MOVE 'N' TO WS-DEDUP-ENVOYES
001415                 MOVE SPACES TO REPORT-LINE
001416                 STRING "ATTENTION : DEDUP-ENVOYES ignore, "
001417                     "registre des envois indisponible"
001418                     INTO REPORT-LINE
001419                 END-STRING
001420                 WRITE REPORT-LINE END-WRITE
001421                 MOVE 4 TO WS-JOB-RC-NEW
001422                 PERFORM raise-job-rc
001423             END-IF
001424         END-IF
001425     END-IF.
001426* Liste des blocages : consultee dans tous les modes, simulation
001427* et partitions comprises, pour que l'essai a blanc montre deja
001428* les codes qui seront retenus.
001429     PERFORM open-blocages.
001430* Historique des rejets : ouvert apres le fichier maitre, dans le
001431* mode qui convient au passage (voir open-reject-history).
001432     PERFORM open-reject-history.
001433* En mode resoumission la boucle normale sur la liste INPUT est
001434* remplacee par la relecture des enregistrements corriges de
001435* reprises.txt (voir process-resubmissions).
001436     PERFORM chrono-start.
001437     IF WS-RESUB-MODE = 'Y'
001438         PERFORM process-resubmissions
001439     ELSE
001440     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
001441             UNTIL WS-FILE-IDX > WS-INPUT-COUNT
001442        MOVE WS-INPUT-ENTRY(WS-FILE-IDX) TO WS-INPUT-FILE
001443        MOVE 'N' TO FILE-STATUS
001444        MOVE 'N' TO WS-FILE1-OPENED
001445        MOVE 0 TO WS-FILE-RECS
001446        MOVE 0 TO WS-CTL-EXPECTED
001447        MOVE 'N' TO WS-CTL-HAS-TRAILER
001448        MOVE SPACES TO WS-CTL-SOURCE
001449* Un fichier sans en-tete est score sous le profil INCONN s'il
001450* existe ; l'en-tete HDR, lu en premier, designe sinon le profil.
001451        PERFORM apply-profile
001452        OPEN INPUT FILE1
001453* Un nom absent/mal orthographe dans la liste INPUT ne doit pas
001454* etre
001455* saute en silence comme avant : on l'annonce au meme endroit que
001456* le plafond de 10 fichiers, et on force la fin de fichier pour que
001457* la boucle ci-dessous ne tente aucune lecture sur un FD non ouvert.
001458        IF WS-FILE1-STATUS NOT = "00"
001459            DISPLAY "ATTENTION : ouverture impossible de "
001460                WS-INPUT-FILE " (status " WS-FILE1-STATUS
001461                ") - fichier ignore" END-DISPLAY
001462            MOVE 'W' TO WS-JRN-SEV
001463            MOVE SPACES TO WS-JRN-MSG
001464            STRING "ouverture impossible de "
001465                FUNCTION TRIM(WS-INPUT-FILE)
001466                " (status "
001467                WS-FILE1-STATUS
001468                ") - fichier ignore"
001469                INTO WS-JRN-MSG
001470            END-STRING
001471            PERFORM write-journal
001472            MOVE SPACES TO REPORT-LINE
001473            STRING "ATTENTION : fichier ignore (ouverture "
001474                "impossible, status " WS-FILE1-STATUS "): "
001475                WS-INPUT-FILE
001476                INTO REPORT-LINE
001477            END-STRING
001478            WRITE REPORT-LINE END-WRITE
001479            MOVE 'Y' TO FILE-STATUS
001480            ADD 1 TO WS-FILES-SKIPPED
001481            MOVE 4 TO WS-JOB-RC-NEW
001482            PERFORM raise-job-rc
001483        ELSE
001484            ADD 1 TO WS-FILES-PROCESSED
001485            MOVE 'Y' TO WS-FILE1-OPENED
001486            PERFORM snapshot-file-counters
001487        END-IF
001488        PERFORM UNTIL EOF
001489        INITIALIZE INPUT-FILE
001490        READ FILE1 RECORD INTO MY-FILE
001491* Lorsqu’on arrive à la fin du fichier, on met Y pour le signaler
001492        AT END MOVE 'Y' TO FILE-STATUS
001493        NOT AT END
001494* Detection des enregistrements de controle avant toute autre
001495* chose : ils ne comptent ni dans WS-LINE-NO (numerotation et
001496* points de reprise inchanges) ni dans les compteurs de scoring.
001497           MOVE 'N' TO WS-CTL-RECORD
001498           IF MY-STR(1:3) = "HDR"
001499               MOVE 'Y' TO WS-CTL-RECORD
001500               MOVE MY-STR(4:8) TO WS-CTL-GEN-DATE
001501               MOVE MY-STR(12:6) TO WS-CTL-SOURCE
001502               PERFORM apply-profile
001503               MOVE SPACES TO REPORT-LINE
001504               STRING "Controle : en-tete generation "
001505                   WS-CTL-GEN-DATE " source " WS-CTL-SOURCE
001506                   " : " WS-INPUT-FILE
001507                   INTO REPORT-LINE
001508               END-STRING
001509               WRITE REPORT-LINE END-WRITE
001510           END-IF
001511           IF MY-STR(1:3) = "TRL"
001512               MOVE 'Y' TO WS-CTL-RECORD
001513               MOVE MY-STR(4:6) TO WS-CTL-COUNT-X
001514               IF WS-CTL-COUNT-X IS NUMERIC
001515                   MOVE 'Y' TO WS-CTL-HAS-TRAILER
001516                   MOVE WS-CTL-COUNT-X TO WS-CTL-EXPECTED
001517               ELSE
001518                   MOVE SPACES TO REPORT-LINE
001519                   STRING "ATTENTION : fin de controle illisible"
001520                       " (" WS-CTL-COUNT-X ") : " WS-INPUT-FILE
001521                       INTO REPORT-LINE
001522                   END-STRING
001523                   WRITE REPORT-LINE END-WRITE
001524                   MOVE 4 TO WS-JOB-RC-NEW
001525                   PERFORM raise-job-rc
001526               END-IF
001527           END-IF
001528           IF WS-CTL-RECORD = 'N'
001529           ADD 1 TO WS-LINE-NO
001530           ADD 1 TO WS-FILE-RECS
001531           MOVE WS-LINE-NO TO MY-SEQ-NUM
001532* Entre le dernier checkpoint reel (WS-RESTART-FROM, recalibre par
001533* restore-checkpoint) et la valeur demandee par l'operateur
001534* (WS-RESTART-REQUESTED), les enregistrements sont rejoues pour
001535* recalculer les compteurs mais leurs lignes d'audit/exceptions/
001536* dual-approved existent deja depuis le passage interrompu : ne pas
001537* les reecrire une seconde fois.
001538     MOVE 'N' TO WS-SUPPRESS-OUTPUT
001539     IF WS-RESTART-FROM > 0 AND WS-LINE-NO <= WS-RESTART-REQUESTED
001540         MOVE 'Y' TO WS-SUPPRESS-OUTPUT
001541     END-IF
001542           IF WS-LINE-NO > WS-RESTART-FROM THEN
001543* La reparation mecanique passe AVANT le controle de longueur :
001544* le dechet de queue est justement ce qui pousse un code valide
001545* au-dela de LEN-MAX, et try-normalize revalide lui-meme la
001546* longueur de la chaine reparee.
001547           PERFORM normalize-record
001548           IF WS-REC-LEN < WS-LEN-MIN
001549                   OR WS-REC-LEN > WS-LEN-MAX THEN
001550               ADD 1 TO NB-REJETS
001551               IF WS-SUPPRESS-OUTPUT = 'N'
001552               MOVE MY-STR TO WS-RJH-CHAINE
001553               MOVE WS-CTL-SOURCE TO WS-RJH-SOURCE
001554               MOVE "LONGUEUR" TO WS-RJH-MOTIF
001555               PERFORM check-quarantaine
001556               MOVE SPACES TO EXCEPTIONS-LINE
001557               STRING "Ligne " MY-SEQ-NUM
001558                   " - longueur invalide (" WS-REC-LEN
001559                   ") : " MY-STR
001560                   INTO EXCEPTIONS-LINE
001561               END-STRING
001562               PERFORM write-exception-line
001563               PERFORM note-reject-history
001564               END-IF
001565           ELSE
001566* Repartition par longueur des codes de longueur acceptee, pour
001567* suivre la migration vers le format variable.
001568               COMPUTE WS-LEN-IDX = WS-REC-LEN - 7
001569               ADD 1 TO NB-PAR-LONGUEUR(WS-LEN-IDX)
001570* Doublons : une chaine deja vue dans ce passage (meme dans un
001571* autre fichier de la liste INPUT) n'est ni rescoree ni
001572* recomptee -
001573* la premiere occurrence l'emporte - mais elle est totalisee dans
001574* NB-DOUBLONS pour le rapport et l'equilibrage.
001575               PERFORM check-seen-code
001576               IF WS-SEEN-FOUND = 'Y'
001577                   ADD 1 TO NB-DOUBLONS
001578               ELSE
001579               CALL "hub" USING
001580                BY CONTENT MY-STR,
001581                BY CONTENT WS-RULESET
001582                BY REFERENCE NB-NICE-PREM
001583                BY REFERENCE NB-NICE-DEUX
001584                BY REFERENCE NB-NICE-TROIS
001585* On passe par référence NB-NICE pour les incrémenter
001586                BY REFERENCE NB-REJ-VOYELLES
001587                BY REFERENCE NB-REJ-PAIRE-INTERDITE
001588                BY REFERENCE NB-REJ-SANS-DOUBLE
001589                BY REFERENCE NB-REJ-SANS-ENTRE-DEUX
001590                BY REFERENCE NB-REJ-SANS-PAIRE
001591                BY REFERENCE NB-REJ-TROIS
001592                BY REFERENCE NB-REJ-CARACTERES
001593                BY REFERENCE WS-INVALID-CONTENT
001594                BY CONTENT WS-VOWELS
001595                BY REFERENCE WS-PREM-FLAG
001596                BY REFERENCE WS-DEUX-FLAG
001597                BY REFERENCE WS-TROIS-FLAG
001598                BY REFERENCE WS-MATCHED-PAIR
001599                BY REFERENCE WS-MATCHED-GAP-CHAR
001600                BY REFERENCE WS-P1-BAD-PAIR
001601                BY REFERENCE WS-P1-NB-VOY
001602                BY REFERENCE WS-P1-DOUBLE
001603                BY REFERENCE WS-P3-TRIPLET
001604                BY REFERENCE WS-P3-NB-VOY
001605                BY CONTENT WS-REC-LEN
001606                BY CONTENT WS-REGLE-PAIRES
001607                BY CONTENT WS-REGLE-NB-PAIRES
001608                BY CONTENT WS-REGLE-MIN-VOY
001609                BY CONTENT WS-REGLE-DOUBLE
001610                END-CALL
001611               IF WS-INVALID-CONTENT = 'Y' THEN
001612                   ADD 1 TO NB-REJETS
001613                   IF WS-SUPPRESS-OUTPUT = 'N'
001614                   MOVE MY-STR TO WS-RJH-CHAINE
001615                   MOVE WS-CTL-SOURCE TO WS-RJH-SOURCE
001616                   MOVE "CARACTERES" TO WS-RJH-MOTIF
001617                   PERFORM check-quarantaine
001618                   MOVE SPACES TO EXCEPTIONS-LINE
001619                   STRING "Ligne " MY-SEQ-NUM
001620                       " - caracteres invalides : " MY-STR
001621                       INTO EXCEPTIONS-LINE
001622                   END-STRING
001623                   PERFORM write-exception-line
001624                   PERFORM note-reject-history
001625                   END-IF
001626               ELSE
001627                   ADD 1 TO WS-TOTAL-SCORED
001628                   PERFORM tally-analytics
001629* Rejet de scoring : aucune partie executee n'a retenu la chaine.
001630* Elle est notee a l'historique des rejets mais reste dans la
001631* piste d'audit, hors du circuit des exceptions et donc de la
001632* quarantaine.
001633                   IF WS-SUPPRESS-OUTPUT = 'N'
001634                           AND WS-PREM-FLAG NOT = 'Y'
001635                           AND WS-DEUX-FLAG NOT = 'Y'
001636                           AND WS-TROIS-FLAG NOT = 'Y'
001637                       MOVE MY-STR TO WS-RJH-CHAINE
001638                       MOVE WS-CTL-SOURCE TO WS-RJH-SOURCE
001639                       MOVE "SCORING" TO WS-RJH-MOTIF
001640                       PERFORM note-reject-history
001641                   END-IF
001642* dual-approved.txt : extrait des chaines validees par toutes les
001643* parties exigees par le profil de leur source (parties 1 et 2 par
001644* defaut), pour le systeme de provisioning aval.
001645* Les codes sont collectes en table (meme pendant une reprise avec
001646* sorties supprimees, puisque le fichier est reecrit en entier en
001647* fin de job) et l'extrait est ecrit trie et dedoublonne par
001648* write-dual-extract.
001649               MOVE 'N' TO WS-DEJA-FOUND
001650               MOVE 'N' TO WS-BLOQUE-FOUND
001651               PERFORM check-code-dual
001652               IF WS-DUAL-OK = 'Y' THEN
001653                   MOVE MY-STR TO WS-DUAL-NEW-CODE
001654                   MOVE SPACES TO WS-DUAL-NEW-MARK
001655                   MOVE WS-CTL-SOURCE TO WS-DUAL-NEW-SOURCE
001656                   PERFORM check-deja-envoye
001657                   IF WS-DEJA-FOUND = 'Y'
001658                       MOVE "DEJA-ENV" TO WS-DUAL-NEW-MARK
001659                   END-IF
001660                   PERFORM check-code-bloque
001661                   IF WS-BLOQUE-FOUND = 'Y'
001662                       MOVE "BLOQUE" TO WS-DUAL-NEW-MARK
001663                   END-IF
001664                   PERFORM note-dual-code
001665               END-IF
001666* Mise a jour du fichier maitre et delta du passage ; les lignes
001667* rejouees d'une reprise (sorties supprimees) ont deja ete
001668* versees au maitre par le passage interrompu.
001669               IF WS-MST-OK = 'Y' AND WS-SUPPRESS-OUTPUT = 'N'
001670                   PERFORM update-code-master
001671               END-IF
001672* La piste d'audit ne couvre que les enregistrements scores : un
001673* rejet pour caracteres invalides est deja trace dans
001674* exceptions.txt, et l'equilibrage de fin de job (balance-outputs)
001675* s'appuie sur l'egalite lignes d'audit = enregistrements scores.
001676               IF WS-SUPPRESS-OUTPUT = 'N' THEN
001677               MOVE SPACES TO WS-DEJA-MARQUE
001678               IF WS-DEJA-FOUND = 'Y'
001679                   MOVE " - Deja envoye" TO WS-DEJA-MARQUE
001680               END-IF
001681               IF WS-BLOQUE-FOUND = 'Y'
001682                   MOVE " - Bloque" TO WS-DEJA-MARQUE
001683               END-IF
001684               MOVE SPACES TO WS-NORM-MARQUE
001685               IF WS-NORM-FAIT = 'Y'
001686                   MOVE " - Normalise" TO WS-NORM-MARQUE
001687               END-IF
001688               IF WS-REGLE-VERSION NOT = WS-AUDIT-VERSION
001689                   PERFORM write-audit-regles
001690               END-IF
001691               MOVE SPACES TO AUDIT-LINE
001692               STRING MY-STR " - Partie 1 : " WS-PREM-FLAG
001693                   " - Partie 2 : " WS-DEUX-FLAG
001694                   " - Partie 3 : " WS-TROIS-FLAG
001695                   " - Paire : " WS-MATCHED-PAIR
001696                   " - Ecart : " WS-MATCHED-GAP-CHAR
001697                   WS-NORM-MARQUE
001698                   WS-DEJA-MARQUE
001699                   " - Profil : " WS-PROFIL-COURANT
001700                   INTO AUDIT-LINE
001701               END-STRING
001702               WRITE AUDIT-LINE END-WRITE
001703               END-IF
001704               END-IF
001705               END-IF
001706           END-IF
001707           IF FUNCTION MOD(WS-LINE-NO, WS-CHECKPOINT-EVERY) = 0
001708                   AND WS-SIM-MODE = 'N'
001709               THEN
001710                   MOVE SPACES TO CHECKPOINT-LINE
001711* Format fixe (pas de libelle) pour pouvoir etre relu par
001712* restore-checkpoint via reference modification sur une reprise.
001713                   STRING WS-LINE-NO NB-NICE-PREM NB-NICE-DEUX
001714                       NB-NICE-TROIS NB-REJ-VOYELLES
001715                       NB-REJ-PAIRE-INTERDITE NB-REJ-SANS-DOUBLE
001716                       NB-REJ-SANS-ENTRE-DEUX NB-REJ-SANS-PAIRE
001717                       NB-REJ-TROIS NB-REJ-CARACTERES NB-REJETS
001718                       WS-TOTAL-SCORED NB-DOUBLONS
001719                       NB-RESOUMIS-CUMUL
001720                       INTO CHECKPOINT-LINE
001721                   END-STRING
001722                   WRITE CHECKPOINT-LINE END-WRITE
001723           END-IF
001724           ELSE
001725* Reprise : les lignes deja comptees au point de reprise ne
001726* retouchent pas les compteurs (restaures du checkpoint), mais
001727* les tables des chaines vues et de l'extrait dual doivent etre
001728* reconstruites a l'identique, sinon les doublons de la suite du
001729* passage echapperaient a la detection et write-dual-extract ne
001730* reecrirait qu'une partie de l'extrait. Le scoring est donc
001731* rejoue sur des compteurs jetables, seuls les indicateurs de
001732* verdict etant exploites.
001733           PERFORM normalize-record
001734           IF WS-REC-LEN >= WS-LEN-MIN
001735                   AND WS-REC-LEN <= WS-LEN-MAX
001736               COMPUTE WS-LEN-IDX = WS-REC-LEN - 7
001737               ADD 1 TO NB-PAR-LONGUEUR(WS-LEN-IDX)
001738               PERFORM check-seen-code
001739               IF WS-SEEN-FOUND = 'N'
001740                   MOVE 0 TO WS-SCR-PREM
001741                   MOVE 0 TO WS-SCR-DEUX
001742                   MOVE 0 TO WS-SCR-TROIS
001743                   MOVE 0 TO WS-SCR-REJ
001744                   CALL "hub" USING
001745                    BY CONTENT MY-STR,
001746                    BY CONTENT WS-RULESET
001747                    BY REFERENCE WS-SCR-PREM
001748                    BY REFERENCE WS-SCR-DEUX
001749                    BY REFERENCE WS-SCR-TROIS
001750                    BY REFERENCE WS-SCR-REJ
001751                    BY REFERENCE WS-SCR-REJ
001752                    BY REFERENCE WS-SCR-REJ
001753                    BY REFERENCE WS-SCR-REJ
001754                    BY REFERENCE WS-SCR-REJ
001755                    BY REFERENCE WS-SCR-REJ
001756                    BY REFERENCE WS-SCR-REJ
001757                    BY REFERENCE WS-SCR-INVALID
001758                    BY CONTENT WS-VOWELS
001759                    BY REFERENCE WS-PREM-FLAG
001760                    BY REFERENCE WS-DEUX-FLAG
001761                    BY REFERENCE WS-TROIS-FLAG
001762                    BY REFERENCE WS-MATCHED-PAIR
001763                    BY REFERENCE WS-MATCHED-GAP-CHAR
001764                    BY REFERENCE WS-P1-BAD-PAIR
001765                    BY REFERENCE WS-P1-NB-VOY
001766                    BY REFERENCE WS-P1-DOUBLE
001767                    BY REFERENCE WS-P3-TRIPLET
001768                    BY REFERENCE WS-P3-NB-VOY
001769                    BY CONTENT WS-REC-LEN
001770                    BY CONTENT WS-REGLE-PAIRES
001771                    BY CONTENT WS-REGLE-NB-PAIRES
001772                    BY CONTENT WS-REGLE-MIN-VOY
001773                    BY CONTENT WS-REGLE-DOUBLE
001774                    END-CALL
001775* Les statistiques de rejet sont recomptees pendant le rejeu (les
001776* sorties restant supprimees), puisqu'elles ne figurent pas dans
001777* le point de reprise.
001778                   IF WS-SCR-INVALID = 'N'
001779                       PERFORM tally-analytics
001780                   END-IF
001781                   IF WS-SCR-INVALID = 'N'
001782                       PERFORM check-code-dual
001783                   END-IF
001784                   IF WS-SCR-INVALID = 'N' AND WS-DUAL-OK = 'Y'
001785                       MOVE MY-STR TO WS-DUAL-NEW-CODE
001786                       MOVE SPACES TO WS-DUAL-NEW-MARK
001787                       MOVE WS-CTL-SOURCE TO WS-DUAL-NEW-SOURCE
001788                       PERFORM check-deja-envoye
001789                       IF WS-DEJA-FOUND = 'Y'
001790                           MOVE "DEJA-ENV" TO WS-DUAL-NEW-MARK
001791                       END-IF
001792                       PERFORM check-code-bloque
001793                       IF WS-BLOQUE-FOUND = 'Y'
001794                           MOVE "BLOQUE" TO WS-DUAL-NEW-MARK
001795                       END-IF
001796                       PERFORM note-dual-code
001797                   END-IF
001798               END-IF
001799           END-IF
001800           END-IF
001801           END-IF
001802        END-READ
001803* Un statut de lecture autre que 00 ou fin de fichier (support
001804* endommage, enregistrement trop long...) est une erreur dure :
001805* on arrete la boucle et le job sortira en code retour 12.
001806        IF WS-FILE1-STATUS NOT = "00"
001807                AND WS-FILE1-STATUS NOT = "10"
001808            DISPLAY "ERREUR : lecture en echec sur "
001809                WS-INPUT-FILE " (status " WS-FILE1-STATUS ")"
001810                END-DISPLAY
001811            MOVE 'E' TO WS-JRN-SEV
001812            MOVE SPACES TO WS-JRN-MSG
001813            STRING "lecture en echec sur "
001814                FUNCTION TRIM(WS-INPUT-FILE)
001815                " (status "
001816                WS-FILE1-STATUS
001817                ")"
001818                INTO WS-JRN-MSG
001819            END-STRING
001820            PERFORM write-journal
001821            MOVE SPACES TO REPORT-LINE
001822            STRING "ERREUR : lecture en echec (status "
001823                WS-FILE1-STATUS "): " WS-INPUT-FILE
001824                INTO REPORT-LINE
001825            END-STRING
001826            WRITE REPORT-LINE END-WRITE
001827            MOVE 12 TO WS-JOB-RC-NEW
001828            PERFORM raise-job-rc
001829            MOVE 'Y' TO FILE-STATUS
001830        END-IF
001831        END-PERFORM
001832* On ne referme que les fichiers reellement ouverts : apres une
001833* lecture complete le status vaut 10 (fin de fichier), pas 00,
001834* donc le test se fait sur l'indicateur d'ouverture et non sur
001835* le dernier file status.
001836        IF WS-FILE1-OPENED = 'Y'
001837            CLOSE FILE1
001838            PERFORM write-file-subtotals
001839        END-IF
001840* Rapprochement de fin de fichier : le nombre d'enregistrements
001841* annonce par la fin de controle doit correspondre aux
001842* enregistrements reellement lus, sinon le transfert est
001843* probablement tronque et le passage est marque suspect.
001844        IF WS-CTL-HAS-TRAILER = 'Y'
001845            IF WS-CTL-EXPECTED = WS-FILE-RECS
001846                MOVE SPACES TO REPORT-LINE
001847                STRING "Controle : compte conforme ("
001848                    WS-CTL-EXPECTED ") : " WS-INPUT-FILE
001849                    INTO REPORT-LINE
001850                END-STRING
001851                WRITE REPORT-LINE END-WRITE
001852            ELSE
001853                DISPLAY "ERREUR : compte de controle errone sur "
001854                    WS-INPUT-FILE " (annonce " WS-CTL-EXPECTED
001855                    ", lu " WS-FILE-RECS ")" END-DISPLAY
001856                MOVE 'E' TO WS-JRN-SEV
001857                MOVE SPACES TO WS-JRN-MSG
001858                STRING "compte de controle errone (annonce "
001859                    WS-CTL-EXPECTED
001860                    ", lu "
001861                    WS-FILE-RECS
001862                    ") : "
001863                    FUNCTION TRIM(WS-INPUT-FILE)
001864                    INTO WS-JRN-MSG
001865                END-STRING
001866                PERFORM write-journal
001867                MOVE SPACES TO REPORT-LINE
001868                STRING "ERREUR : compte de controle errone "
001869                    "(annonce " WS-CTL-EXPECTED ", lu "
001870                    WS-FILE-RECS "): " WS-INPUT-FILE
001871                    INTO REPORT-LINE
001872                END-STRING
001873                WRITE REPORT-LINE END-WRITE
001874                MOVE 8 TO WS-JOB-RC-NEW
001875                PERFORM raise-job-rc
001876            END-IF
001877        END-IF
001878     END-PERFORM
001879* Fin de la liste : les parametres globaux reviennent pour la
001880* suite du passage (job-summary, equilibrage).
001881     PERFORM restore-global-profile
001882     END-IF.
001883     PERFORM chrono-elapsed.
001884     MOVE WS-CHRONO-SEC TO DUR-SCORING-SEC.
001885* Point de reprise final : l'etat complet de fin de passage est
001886* toujours ecrit, pour qu'une resoumission ulterieure (ou la
001887* supervision) reparte des compteurs du jour meme si le volume
001888* n'atteint pas un multiple de WS-CHECKPOINT-EVERY.
001889     IF WS-SIM-MODE = 'N'
001890         PERFORM write-final-checkpoint
001891     END-IF.
001892     DISPLAY "Nombres de bonnes chaines :" END-DISPLAY.
001893     DISPLAY "Dans la partie 1 : " NB-NICE-PREM END-DISPLAY.
001894     DISPLAY "Dans la partie 2 : " NB-NICE-DEUX END-DISPLAY.
001895     DISPLAY "Dans la partie 3 : " NB-NICE-TROIS END-DISPLAY.
001896     DISPLAY "Enregistrements rejetes : " NB-REJETS END-DISPLAY.
001897     DISPLAY "Enregistrements en double ignores : " NB-DOUBLONS
001898         END-DISPLAY.
001899     DISPLAY "  - Part. 1 voyelles insuffisantes : "
001900         NB-REJ-VOYELLES END-DISPLAY.
001901     DISPLAY "  - Part. 1 paire interdite : "
001902         NB-REJ-PAIRE-INTERDITE END-DISPLAY.
001903     DISPLAY "  - Part. 1 pas de double : "
001904         NB-REJ-SANS-DOUBLE END-DISPLAY.
001905     DISPLAY "  - Part. 2 pas d'entre-deux : "
001906         NB-REJ-SANS-ENTRE-DEUX END-DISPLAY.
001907     DISPLAY "  - Part. 2 pas de paire repetee : "
001908         NB-REJ-SANS-PAIRE END-DISPLAY.
001909     DISPLAY "  - Part. 3 regle non respectee : "
001910         NB-REJ-TROIS END-DISPLAY.
001911     DISPLAY "  - Caracteres hors a-z : "
001912         NB-REJ-CARACTERES END-DISPLAY.
001913     MOVE SPACES TO REPORT-LINE.
001914     STRING "Dans la partie 1 : " NB-NICE-PREM
001915         INTO REPORT-LINE
001916     END-STRING.
001917     WRITE REPORT-LINE END-WRITE.
001918     MOVE SPACES TO REPORT-LINE.
001919     STRING "Dans la partie 2 : " NB-NICE-DEUX
001920         INTO REPORT-LINE
001921     END-STRING.
001922     WRITE REPORT-LINE END-WRITE.
001923     MOVE SPACES TO REPORT-LINE.
001924     STRING "Dans la partie 3 : " NB-NICE-TROIS
001925         INTO REPORT-LINE
001926     END-STRING.
001927     WRITE REPORT-LINE END-WRITE.
001928     MOVE SPACES TO REPORT-LINE.
001929     STRING "Enregistrements rejetes : " NB-REJETS
001930         INTO REPORT-LINE
001931     END-STRING.
001932     WRITE REPORT-LINE END-WRITE.
001933     IF WS-QUARANTAINE > 0
001934         MOVE SPACES TO REPORT-LINE
001935         STRING "  dont recidives mises en quarantaine : "
001936             NB-QUARANTAINE
001937             INTO REPORT-LINE
001938         END-STRING
001939         WRITE REPORT-LINE END-WRITE
001940     END-IF.
001941     MOVE SPACES TO REPORT-LINE.
001942     IF WS-RJH-MAJ = 'Y'
001943         STRING "Historique des rejets : " NB-RJH-NOTES
001944             " rejet(s) notes dans rejets.dat"
001945             INTO REPORT-LINE
001946         END-STRING
001947     ELSE
001948         IF WS-REJP-OUVERT = 'Y'
001949             STRING "Historique des rejets : " NB-RJH-NOTES
001950                 " rejet(s) deposes dans " WS-REJP-NAME
001951                 INTO REPORT-LINE
001952             END-STRING
001953         ELSE
001954             MOVE "Historique des rejets non mis a jour."
001955                 TO REPORT-LINE
001956         END-IF
001957     END-IF.
001958     WRITE REPORT-LINE END-WRITE.
001959     MOVE SPACES TO REPORT-LINE.
001960     STRING "Enregistrements en double ignores : " NB-DOUBLONS
001961         INTO REPORT-LINE
001962     END-STRING.
001963     WRITE REPORT-LINE END-WRITE.
001964     IF WS-NORMALISATION = 'Y'
001965         MOVE SPACES TO REPORT-LINE
001966         STRING "Codes normalises (reparation mecanique) : "
001967             NB-NORMALISES
001968             INTO REPORT-LINE
001969         END-STRING
001970         WRITE REPORT-LINE END-WRITE
001971     END-IF.
001972* Delta du passage par rapport au fichier maitre : les codes ayant
001973* change de verdict sont detailles plus haut dans le rapport
001974* (lignes CHANGEMENT), au fil de leur decouverte.
001975     MOVE SPACES TO REPORT-LINE.
001976     IF WS-MST-OK = 'Y'
001977         STRING "Delta fichier maitre - nouveaux : "
001978             NB-MST-NOUVEAUX
001979             " - revus inchanges : " NB-MST-INCHANGES
001980             " - verdict change : " NB-MST-CHANGES
001981             INTO REPORT-LINE
001982         END-STRING
001983     ELSE
001984         STRING "Delta fichier maitre : indisponible"
001985             INTO REPORT-LINE
001986         END-STRING
001987     END-IF.
001988     WRITE REPORT-LINE END-WRITE.
001989* Repartition des codes acceptes par longueur, pour suivre la
001990* migration vers le format variable (8 a 20).
001991     MOVE SPACES TO REPORT-LINE.
001992     MOVE "Repartition par longueur :" TO REPORT-LINE.
001993     WRITE REPORT-LINE END-WRITE.
001994     MOVE SPACES TO REPORT-LINE.
001995     STRING "  08 : " NB-PAR-LONGUEUR(1)
001996         " - 09 : " NB-PAR-LONGUEUR(2)
001997         " - 10 : " NB-PAR-LONGUEUR(3)
001998         " - 11 : " NB-PAR-LONGUEUR(4)
001999         " - 12 : " NB-PAR-LONGUEUR(5)
002000         INTO REPORT-LINE
002001     END-STRING.
002002     WRITE REPORT-LINE END-WRITE.
002003     MOVE SPACES TO REPORT-LINE.
002004     STRING "  13 : " NB-PAR-LONGUEUR(6)
002005         " - 14 : " NB-PAR-LONGUEUR(7)
002006         " - 15 : " NB-PAR-LONGUEUR(8)
002007         " - 16 : " NB-PAR-LONGUEUR(9)
002008         INTO REPORT-LINE
002009     END-STRING.
002010     WRITE REPORT-LINE END-WRITE.
002011     MOVE SPACES TO REPORT-LINE.
002012     STRING "  17 : " NB-PAR-LONGUEUR(10)
002013         " - 18 : " NB-PAR-LONGUEUR(11)
002014         " - 19 : " NB-PAR-LONGUEUR(12)
002015         " - 20 : " NB-PAR-LONGUEUR(13)
002016         INTO REPORT-LINE
002017     END-STRING.
002018     WRITE REPORT-LINE END-WRITE.
002019     MOVE SPACES TO REPORT-LINE.
002020     STRING "  - Part. 1 voyelles insuffisantes : "
002021         NB-REJ-VOYELLES INTO REPORT-LINE
002022     END-STRING.
002023     WRITE REPORT-LINE END-WRITE.
002024     MOVE SPACES TO REPORT-LINE.
002025     STRING "  - Part. 1 paire interdite : "
002026         NB-REJ-PAIRE-INTERDITE INTO REPORT-LINE
002027     END-STRING.
002028     WRITE REPORT-LINE END-WRITE.
002029     MOVE SPACES TO REPORT-LINE.
002030     STRING "  - Part. 1 pas de double : "
002031         NB-REJ-SANS-DOUBLE INTO REPORT-LINE
002032     END-STRING.
002033     WRITE REPORT-LINE END-WRITE.
002034     MOVE SPACES TO REPORT-LINE.
002035     STRING "  - Part. 2 pas d'entre-deux : "
002036         NB-REJ-SANS-ENTRE-DEUX INTO REPORT-LINE
002037     END-STRING.
002038     WRITE REPORT-LINE END-WRITE.
002039     MOVE SPACES TO REPORT-LINE.
002040     STRING "  - Part. 2 pas de paire repetee : "
002041         NB-REJ-SANS-PAIRE INTO REPORT-LINE
002042     END-STRING.
002043     WRITE REPORT-LINE END-WRITE.
002044     MOVE SPACES TO REPORT-LINE.
002045     STRING "  - Part. 3 regle non respectee : "
002046         NB-REJ-TROIS INTO REPORT-LINE
002047     END-STRING.
002048     WRITE REPORT-LINE END-WRITE.
002049     MOVE SPACES TO REPORT-LINE.
002050     STRING "  - Caracteres hors a-z : "
002051         NB-REJ-CARACTERES INTO REPORT-LINE
002052     END-STRING.
002053     WRITE REPORT-LINE END-WRITE.
002054* Pourcentage de chaines sympathiques par jeu de regles, et
002055* tendance par rapport a la moyenne des derniers jours de
002056* traitement (lus dans history.dat, un enregistrement par jour
002057* calendaire). Un jeu de regles non execute lors de ce passage
002058* (mot-cle RULESET) affiche N/A plutot qu'un faux 0.00%, qui
002059* serait
002060* lu a tort comme "aucune chaine sympathique cette fois-ci".
002061     IF WS-TOTAL-SCORED > 0
002062         COMPUTE WS-PCT-PREM =
002063             NB-NICE-PREM * 100 / WS-TOTAL-SCORED
002064         COMPUTE WS-PCT-DEUX =
002065             NB-NICE-DEUX * 100 / WS-TOTAL-SCORED
002066         COMPUTE WS-PCT-TROIS =
002067             NB-NICE-TROIS * 100 / WS-TOTAL-SCORED
002068     ELSE
002069         MOVE 0 TO WS-PCT-PREM WS-PCT-DEUX WS-PCT-TROIS
002070     END-IF.
002071     IF WS-RAN-PREM = 'Y'
002072         MOVE SPACES TO WS-PCT-PREM-TXT
002073         STRING WS-PCT-PREM "%" INTO WS-PCT-PREM-TXT
002074     ELSE
002075         MOVE "N/A" TO WS-PCT-PREM-TXT
002076     END-IF.
002077     IF WS-RAN-DEUX = 'Y'
002078         MOVE SPACES TO WS-PCT-DEUX-TXT
002079         STRING WS-PCT-DEUX "%" INTO WS-PCT-DEUX-TXT
002080     ELSE
002081         MOVE "N/A" TO WS-PCT-DEUX-TXT
002082     END-IF.
002083     IF WS-RAN-TROIS = 'Y'
002084         MOVE SPACES TO WS-PCT-TROIS-TXT
002085         STRING WS-PCT-TROIS "%" INTO WS-PCT-TROIS-TXT
002086     ELSE
002087         MOVE "N/A" TO WS-PCT-TROIS-TXT
002088     END-IF.
002089     MOVE SPACES TO REPORT-LINE.
002090     STRING "Pourcentage sympathiques - Partie 1 : "
002091         WS-PCT-PREM-TXT
002092         " - Partie 2 : " WS-PCT-DEUX-TXT
002093         " - Partie 3 : " WS-PCT-TROIS-TXT
002094         INTO REPORT-LINE
002095     END-STRING.
002096     WRITE REPORT-LINE END-WRITE.
002097     OPEN INPUT HISTORY-FILE.
002098     IF WS-HIST-STATUS = "00"
002099         PERFORM UNTIL WS-HIST-STATUS NOT = "00"
002100             READ HISTORY-FILE INTO HISTORY-LINE
002101             IF WS-HIST-STATUS = "00"
002102                 IF WS-HIST-READ-COUNT < 5
002103                     ADD 1 TO WS-HIST-READ-COUNT
002104                 ELSE
002105                     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
002106                             UNTIL WS-HIST-IDX > 4
002107                         COMPUTE WS-HIST-IDX2 = WS-HIST-IDX + 1
002108                         MOVE WS-HIST-ENTRY(WS-HIST-IDX2)
002109                             TO WS-HIST-ENTRY(WS-HIST-IDX)
002110                     END-PERFORM
002111                 END-IF
002112                 MOVE HISTORY-LINE(1:8)
002113                     TO WS-HIST-DATE(WS-HIST-READ-COUNT)
002114                 MOVE HISTORY-LINE(9:1)
002115                     TO WS-HIST-PFLAG(WS-HIST-READ-COUNT)
002116                 MOVE HISTORY-LINE(10:6)
002117                     TO WS-HIST-PREM(WS-HIST-READ-COUNT)
002118                 MOVE HISTORY-LINE(16:1)
002119                     TO WS-HIST-DFLAG(WS-HIST-READ-COUNT)
002120                 MOVE HISTORY-LINE(17:6)
002121                     TO WS-HIST-DEUX(WS-HIST-READ-COUNT)
002122                 MOVE HISTORY-LINE(23:1)
002123                     TO WS-HIST-TFLAG(WS-HIST-READ-COUNT)
002124                 MOVE HISTORY-LINE(24:6)
002125                     TO WS-HIST-TROIS(WS-HIST-READ-COUNT)
002126             END-IF
002127         END-PERFORM
002128         CLOSE HISTORY-FILE
002129     END-IF.
002130     MOVE SPACES TO REPORT-LINE.
002131     IF WS-HIST-READ-COUNT = 0
002132         STRING "Tendance : pas d'historique disponible"
002133             INTO REPORT-LINE
002134         END-STRING
002135         WRITE REPORT-LINE END-WRITE
002136     ELSE
002137         MOVE 0 TO WS-SUM-PREM WS-SUM-DEUX WS-SUM-TROIS
002138         MOVE 0 TO WS-CNT-PREM WS-CNT-DEUX WS-CNT-TROIS
002139         PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
002140                 UNTIL WS-HIST-IDX > WS-HIST-READ-COUNT
002141             IF WS-HIST-PFLAG(WS-HIST-IDX) = 'Y'
002142                 ADD WS-HIST-PREM(WS-HIST-IDX) TO WS-SUM-PREM
002143                 ADD 1 TO WS-CNT-PREM
002144             END-IF
002145             IF WS-HIST-DFLAG(WS-HIST-IDX) = 'Y'
002146                 ADD WS-HIST-DEUX(WS-HIST-IDX) TO WS-SUM-DEUX
002147                 ADD 1 TO WS-CNT-DEUX
002148             END-IF
002149             IF WS-HIST-TFLAG(WS-HIST-IDX) = 'Y'
002150                 ADD WS-HIST-TROIS(WS-HIST-IDX) TO WS-SUM-TROIS
002151                 ADD 1 TO WS-CNT-TROIS
002152             END-IF
002153         END-PERFORM
002154         IF WS-RAN-PREM = 'Y' AND WS-CNT-PREM > 0
002155             DIVIDE WS-SUM-PREM BY WS-CNT-PREM GIVING WS-AVG-PREM
002156             MOVE "STABLE" TO WS-TREND-PREM
002157             IF NB-NICE-PREM > WS-AVG-PREM
002158                 MOVE "HAUSSE" TO WS-TREND-PREM
002159             END-IF
002160             IF NB-NICE-PREM < WS-AVG-PREM
002161                 MOVE "BAISSE" TO WS-TREND-PREM
002162             END-IF
002163         ELSE
002164             MOVE "N/A" TO WS-TREND-PREM
002165         END-IF
002166         IF WS-RAN-DEUX = 'Y' AND WS-CNT-DEUX > 0
002167             DIVIDE WS-SUM-DEUX BY WS-CNT-DEUX GIVING WS-AVG-DEUX
002168             MOVE "STABLE" TO WS-TREND-DEUX
002169             IF NB-NICE-DEUX > WS-AVG-DEUX
002170                 MOVE "HAUSSE" TO WS-TREND-DEUX
002171             END-IF
002172             IF NB-NICE-DEUX < WS-AVG-DEUX
002173                 MOVE "BAISSE" TO WS-TREND-DEUX
002174             END-IF
002175         ELSE
002176             MOVE "N/A" TO WS-TREND-DEUX
002177         END-IF
002178         IF WS-RAN-TROIS = 'Y' AND WS-CNT-TROIS > 0
002179             DIVIDE WS-SUM-TROIS BY WS-CNT-TROIS
002180                 GIVING WS-AVG-TROIS
002181             MOVE "STABLE" TO WS-TREND-TROIS
002182             IF NB-NICE-TROIS > WS-AVG-TROIS
002183                 MOVE "HAUSSE" TO WS-TREND-TROIS
002184             END-IF
002185             IF NB-NICE-TROIS < WS-AVG-TROIS
002186                 MOVE "BAISSE" TO WS-TREND-TROIS
002187             END-IF
002188         ELSE
002189             MOVE "N/A" TO WS-TREND-TROIS
002190         END-IF
002191         STRING "Tendance vs " WS-HIST-READ-COUNT
002192             " dernier(s) jour(s) - Partie 1 : " WS-TREND-PREM
002193             " - Partie 2 : " WS-TREND-DEUX
002194             " - Partie 3 : " WS-TREND-TROIS
002195             INTO REPORT-LINE
002196         END-STRING
002197         WRITE REPORT-LINE END-WRITE
002198     END-IF.
002199* En simulation l'historique du jour n'est pas touche ; une
002200* instance de partition le laisse a la consolidation, qui ecrit
002201* la seule entree du jour sur les totaux fusionnes.
002202     IF WS-SIM-MODE = 'N' AND WS-PART-MODE = 'N'
002203         PERFORM update-history
002204     ELSE
002205         MOVE SPACES TO REPORT-LINE
002206         MOVE "history.dat non mis a jour dans ce mode."
002207             TO REPORT-LINE
002208         WRITE REPORT-LINE END-WRITE
002209     END-IF.
002210* Taux de rejet du passage : au-dela du seuil REJECT-PCT-MAX
002211* le job est marque suspect (code retour 8) pour que le scheduler
002212* alerte l'exploitation sans attendre la lecture du rapport.
002213     IF WS-LINE-NO > 0
002214         COMPUTE WS-REJ-PCT = NB-REJETS * 100 / WS-LINE-NO
002215         IF WS-REJ-PCT > WS-REJECT-PCT-MAX
002216             MOVE SPACES TO REPORT-LINE
002217             STRING "ATTENTION : taux de rejet suspect ("
002218                 NB-REJETS " rejets sur " WS-LINE-NO " lignes)"
002219                 INTO REPORT-LINE
002220             END-STRING
002221             WRITE REPORT-LINE END-WRITE
002222             MOVE 8 TO WS-JOB-RC-NEW
002223             PERFORM raise-job-rc
002224         END-IF
002225     END-IF.
002226* Le recapitulatif des statistiques de rejet part en fin
002227* d'analytique.txt, apres les lignes de quasi-admis ecrites au fil
002228* du passage.
002229     PERFORM write-analytics-summary.
002230     CLOSE ANALYTICS-FILE.
002231* Les trois fichiers de sortie sont fermes avant l'equilibrage,
002232* qui les relit pour prouver que leur contenu correspond aux
002233* compteurs du passage.
002234     CLOSE EXCEPTIONS-FILE.
002235     CLOSE QUARANTAINE-FILE.
002236     CLOSE AUDIT-FILE.
002237     PERFORM close-reject-history.
002238* L'extrait dual-approved est ecrit ici en une passe, trie et
002239* dedoublonne, avant d'etre relu par l'equilibrage.
002240* Le fichier maitre est ferme apres la derniere mise a jour ; le
002241* module absent a deja ete signale a l'ouverture.
002242     IF WS-MST-OK = 'Y'
002243         MOVE 'F' TO WS-MST-ACTION
002244         CALL "maitre-io" USING WS-MST-ACTION, MY-STR,
002245             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
002246             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
002247             ON EXCEPTION CONTINUE
002248         END-CALL
002249     END-IF.
002250     PERFORM chrono-start.
002251     PERFORM write-dual-extract.
002252     PERFORM close-blocages.
002253     PERFORM close-work-file.
002254     PERFORM chrono-elapsed.
002255     MOVE WS-CHRONO-SEC TO DUR-EXTRAIT-SEC.
002256     PERFORM chrono-start.
002257     PERFORM balance-outputs.
002258     PERFORM chrono-elapsed.
002259     MOVE WS-CHRONO-SEC TO DUR-EQUIL-SEC.
002260     PERFORM write-run-timing.
002261* En resoumission aucun fichier d'entree n'est lu : pas d'ecart
002262* par source, et reecrire qualite-sources.txt effacerait les taux
002263* du jour et les tendances publies par le passage de nuit.
002264     IF WS-SIM-MODE = 'N' AND WS-RESUB-MODE = 'N'
002265         PERFORM update-source-stats
002266     END-IF.
002267     PERFORM write-job-summary.
002268     CLOSE REPORT-FILE.
002269     IF WS-SIM-MODE = 'N'
002270         CLOSE CHECKPOINT-FILE
002271     END-IF.
002272* Classement des sorties fermees en generations datees, sous le
002273* verrou de passage pour qu'aucun passage concurrent ne les
002274* reecrive pendant la copie.
002275     IF WS-SIM-MODE = 'N' AND WS-PART-MODE = 'N'
002276         PERFORM file-generations
002277     END-IF.
002278     PERFORM release-run-lock.
002279     MOVE 'I' TO WS-JRN-SEV.
002280     MOVE SPACES TO WS-JRN-MSG.
002281     STRING "fin du passage, code retour " WS-JOB-RC
002282         INTO WS-JRN-MSG
002283     END-STRING.
002284     PERFORM write-journal.
002285     MOVE WS-JOB-RC TO RETURN-CODE.
002286     STOP RUN.
002287
002288 chrono-start.
002289     ACCEPT WS-CHRONO-DEB-H FROM TIME.
002290
002291 chrono-elapsed.
002292* Ecart en secondes entre le dernier chrono-start et l'heure
002293* courante ; un ecart negatif signifie que minuit est passe
002294* pendant la phase (jamais plus de 24 h) et se corrige d'un jour.
002295     ACCEPT WS-CHRONO-FIN-H FROM TIME.
002296     COMPUTE WS-CHRONO-SEC =
002297         (CHR-FIN-HH * 3600) + (CHR-FIN-MM * 60) + CHR-FIN-SS
002298         - (CHR-DEB-HH * 3600) - (CHR-DEB-MM * 60) - CHR-DEB-SS.
002299     IF WS-CHRONO-SEC < 0
002300         ADD 86400 TO WS-CHRONO-SEC
002301     END-IF.
002302
002303 write-run-timing.
002304* Horodatage et durees par phase du passage : ecrits dans le
002305* rapport, verses a l'historique des durees, et confrontes a la
002306* fenetre batch WINDOW-MINUTES. La duree totale est recalculee
002307* depuis l'heure de debut du passage pour couvrir aussi ce que
002308* les phases chronometrees n'englobent pas.
002309     MOVE WS-DEBUT-HEURE TO WS-CHRONO-DEB-H.
002310     PERFORM chrono-elapsed.
002311     MOVE WS-CHRONO-SEC TO DUR-TOTAL-SEC.
002312     MOVE SPACES TO REPORT-LINE.
002313     MOVE "Horodatage du passage :" TO REPORT-LINE.
002314     WRITE REPORT-LINE END-WRITE.
002315     MOVE SPACES TO REPORT-LINE.
002316     STRING "  Debut : " WS-DEBUT-DATE " "
002317         WS-DEBUT-HEURE(1:6)
002318         " - fin : " WS-CHRONO-FIN-H(1:6)
002319         " - duree totale : " DUR-TOTAL-SEC " s"
002320         INTO REPORT-LINE
002321     END-STRING.
002322     WRITE REPORT-LINE END-WRITE.
002323     MOVE SPACES TO REPORT-LINE.
002324     STRING "  Phases - pilotage : " DUR-PARMS-SEC
002325         " s - scoring : " DUR-SCORING-SEC " s"
002326         INTO REPORT-LINE
002327     END-STRING.
002328     WRITE REPORT-LINE END-WRITE.
002329     MOVE SPACES TO REPORT-LINE.
002330     STRING "  Phases (suite) - extrait dual : " DUR-EXTRAIT-SEC
002331         " s - equilibrage : " DUR-EQUIL-SEC " s"
002332         INTO REPORT-LINE
002333     END-STRING.
002334     WRITE REPORT-LINE END-WRITE.
002335* L'historique des durees suit les memes regles que history.dat :
002336* une entree par jour calendaire, tenue par le passage normal
002337* seulement (simulation et partitions s'abstiennent).
002338     IF WS-SIM-MODE = 'N' AND WS-PART-MODE = 'N'
002339         PERFORM update-duree-history
002340     END-IF.
002341* Fenetre batch : au-dela de WINDOW-MINUTES la nuit est lente et
002342* l'ordonnanceur doit le voir avant l'heure limite de
002343* provisioning. 0 = pas de limite.
002344     IF WS-WINDOW-MINUTES > 0
002345         COMPUTE WS-WINDOW-SEC = WS-WINDOW-MINUTES * 60
002346         IF DUR-TOTAL-SEC > WS-WINDOW-SEC
002347             DISPLAY "ATTENTION : fenetre batch depassee ("
002348                 DUR-TOTAL-SEC " s pour " WS-WINDOW-MINUTES
002349                 " mn tolerees)" END-DISPLAY
002350             MOVE 'W' TO WS-JRN-SEV
002351             MOVE SPACES TO WS-JRN-MSG
002352             STRING "fenetre batch depassee ("
002353                 DUR-TOTAL-SEC
002354                 " s pour "
002355                 WS-WINDOW-MINUTES
002356                 " mn tolerees)"
002357                 INTO WS-JRN-MSG
002358             END-STRING
002359             PERFORM write-journal
002360             MOVE SPACES TO REPORT-LINE
002361             STRING "ATTENTION : fenetre batch depassee ("
002362                 DUR-TOTAL-SEC " s pour " WS-WINDOW-MINUTES
002363                 " mn tolerees)"
002364                 INTO REPORT-LINE
002365             END-STRING
002366             WRITE REPORT-LINE END-WRITE
002367             MOVE 4 TO WS-JOB-RC-NEW
002368             PERFORM raise-job-rc
002369         END-IF
002370     END-IF.
002371
002372 update-duree-history.
002373* Fenetre glissante de 5 jours des durees totales, sur le modele
002374* de update-history : une seule entree par jour calendaire, une
002375* relance le meme jour remplace la valeur du jour. La tendance
002376* vs la moyenne des jours precedents est editee dans le rapport.
002377     OPEN INPUT DUREE-FILE.
002378     IF WS-DUREE-STATUS = "00"
002379         PERFORM UNTIL WS-DUREE-STATUS NOT = "00"
002380             READ DUREE-FILE INTO DUREE-LINE
002381             IF WS-DUREE-STATUS = "00"
002382                 IF WS-DUREE-READ-COUNT < 5
002383                     ADD 1 TO WS-DUREE-READ-COUNT
002384                 ELSE
002385                     PERFORM VARYING WS-DUREE-IDX FROM 1 BY 1
002386                             UNTIL WS-DUREE-IDX > 4
002387                         COMPUTE WS-DUREE-IDX2 = WS-DUREE-IDX + 1
002388                         MOVE WS-DUREE-ENTRY(WS-DUREE-IDX2)
002389                             TO WS-DUREE-ENTRY(WS-DUREE-IDX)
002390                     END-PERFORM
002391                 END-IF
002392                 MOVE DUREE-LINE(1:8)
002393                     TO WS-DUREE-DATE(WS-DUREE-READ-COUNT)
002394                 MOVE DUREE-LINE(9:7)
002395                     TO WS-DUREE-SEC(WS-DUREE-READ-COUNT)
002396             END-IF
002397         END-PERFORM
002398         CLOSE DUREE-FILE
002399     END-IF.
002400* Tendance avant insertion du jour : la moyenne ne compare que
002401* les jours precedents.
002402     IF WS-DUREE-READ-COUNT > 0
002403         MOVE 0 TO WS-DUREE-SUM
002404         PERFORM VARYING WS-DUREE-IDX FROM 1 BY 1
002405                 UNTIL WS-DUREE-IDX > WS-DUREE-READ-COUNT
002406             ADD WS-DUREE-SEC(WS-DUREE-IDX) TO WS-DUREE-SUM
002407         END-PERFORM
002408         DIVIDE WS-DUREE-SUM BY WS-DUREE-READ-COUNT
002409             GIVING WS-DUREE-AVG
002410         MOVE "STABLE" TO WS-DUREE-TREND
002411         IF DUR-TOTAL-SEC > WS-DUREE-AVG
002412             MOVE "HAUSSE" TO WS-DUREE-TREND
002413         END-IF
002414         IF DUR-TOTAL-SEC < WS-DUREE-AVG
002415             MOVE "BAISSE" TO WS-DUREE-TREND
002416         END-IF
002417         MOVE SPACES TO REPORT-LINE
002418         STRING "  Duree vs " WS-DUREE-READ-COUNT
002419             " dernier(s) jour(s) : " WS-DUREE-TREND
002420             " (moyenne " WS-DUREE-AVG " s)"
002421             INTO REPORT-LINE
002422         END-STRING
002423         WRITE REPORT-LINE END-WRITE
002424     END-IF.
002425     IF WS-DUREE-READ-COUNT > 0
002426             AND WS-DUREE-DATE(WS-DUREE-READ-COUNT)
002427             = WS-DEBUT-DATE
002428         MOVE WS-DUREE-READ-COUNT TO WS-DUREE-TARGET
002429     ELSE
002430         IF WS-DUREE-READ-COUNT < 5
002431             ADD 1 TO WS-DUREE-READ-COUNT
002432             MOVE WS-DUREE-READ-COUNT TO WS-DUREE-TARGET
002433         ELSE
002434             PERFORM VARYING WS-DUREE-IDX FROM 1 BY 1
002435                     UNTIL WS-DUREE-IDX > 4
002436                 COMPUTE WS-DUREE-IDX2 = WS-DUREE-IDX + 1
002437                 MOVE WS-DUREE-ENTRY(WS-DUREE-IDX2)
002438                     TO WS-DUREE-ENTRY(WS-DUREE-IDX)
002439             END-PERFORM
002440             MOVE 5 TO WS-DUREE-TARGET
002441         END-IF
002442         MOVE WS-DEBUT-DATE TO WS-DUREE-DATE(WS-DUREE-TARGET)
002443     END-IF.
002444     MOVE DUR-TOTAL-SEC TO WS-DUREE-SEC(WS-DUREE-TARGET).
002445     OPEN OUTPUT DUREE-FILE.
002446     IF WS-DUREE-STATUS = "00"
002447         PERFORM VARYING WS-DUREE-IDX FROM 1 BY 1
002448                 UNTIL WS-DUREE-IDX > WS-DUREE-READ-COUNT
002449             MOVE SPACES TO DUREE-LINE
002450             STRING WS-DUREE-DATE(WS-DUREE-IDX)
002451                 WS-DUREE-SEC(WS-DUREE-IDX)
002452                 INTO DUREE-LINE
002453             END-STRING
002454             WRITE DUREE-LINE END-WRITE
002455         END-PERFORM
002456         CLOSE DUREE-FILE
002457     ELSE
002458         DISPLAY "ATTENTION : durees.dat inecrivable (status "
002459             WS-DUREE-STATUS ")" END-DISPLAY
002460         MOVE 'W' TO WS-JRN-SEV
002461         MOVE SPACES TO WS-JRN-MSG
002462         STRING "durees.dat inecrivable (status "
002463             WS-DUREE-STATUS
002464             ")"
002465             INTO WS-JRN-MSG
002466         END-STRING
002467         PERFORM write-journal
002468         MOVE 4 TO WS-JOB-RC-NEW
002469         PERFORM raise-job-rc
002470     END-IF.
002471
002472 take-run-lock.
002473* Prise du verrou de passage : un verrou EN COURS signifie qu'un
002474* autre jour-cinq tourne sur le meme jeu de sorties et le
002475* lancement est refuse ; TERMINE ou absent, le verrou est repris.
002476     OPEN INPUT LOCK-FILE.
002477     IF WS-LOCK-STATUS = "00"
002478         READ LOCK-FILE
002479         IF WS-LOCK-STATUS = "00"
002480                 AND LOCK-LINE(1:8) = "EN COURS"
002481             DISPLAY "ERREUR : un passage jour-cinq est deja en "
002482                 "cours (" FUNCTION TRIM(LOCK-LINE(10:50))
002483                 "), lancement refuse" END-DISPLAY
002484             MOVE 'E' TO WS-JRN-SEV
002485             MOVE "passage deja en cours, lancement refuse"
002486                 TO WS-JRN-MSG
002487             PERFORM write-journal
002488             CLOSE LOCK-FILE
002489             MOVE 12 TO RETURN-CODE
002490             STOP RUN
002491         END-IF
002492         CLOSE LOCK-FILE
002493     END-IF.
002494     OPEN OUTPUT LOCK-FILE.
002495     IF WS-LOCK-STATUS NOT = "00"
002496         DISPLAY "ERREUR : prise du verrou de passage impossible "
002497             "(status " WS-LOCK-STATUS "), lancement refuse"
002498             END-DISPLAY
002499         MOVE 'E' TO WS-JRN-SEV
002500         MOVE "prise du verrou de passage impossible"
002501             TO WS-JRN-MSG
002502         PERFORM write-journal
002503         MOVE 12 TO RETURN-CODE
002504         STOP RUN
002505     END-IF.
002506     MOVE SPACES TO LOCK-LINE.
002507     STRING "EN COURS " WS-DEBUT-DATE " " WS-DEBUT-HEURE(1:6)
002508         " MODE " WS-RUN-MODE
002509         INTO LOCK-LINE
002510     END-STRING.
002511     WRITE LOCK-LINE END-WRITE.
002512     CLOSE LOCK-FILE.
002513     MOVE 'Y' TO WS-LOCK-PRIS.
002514
002515 release-run-lock.
002516* Leve le verrou en fin de job (normal ou abandon controle) : le
002517* fichier reste en place, bascule a TERMINE avec l'heure et le
002518* code retour, trace du dernier passage.
002519     IF WS-LOCK-PRIS = 'Y'
002520         ACCEPT WS-CHRONO-FIN-H FROM TIME
002521         OPEN OUTPUT LOCK-FILE
002522         IF WS-LOCK-STATUS = "00"
002523             MOVE SPACES TO LOCK-LINE
002524             STRING "TERMINE  " WS-TODAY " "
002525                 WS-CHRONO-FIN-H(1:6)
002526                 " RC " WS-JOB-RC
002527                 INTO LOCK-LINE
002528             END-STRING
002529             WRITE LOCK-LINE END-WRITE
002530             CLOSE LOCK-FILE
002531         END-IF
002532         MOVE 'N' TO WS-LOCK-PRIS
002533     END-IF.
002534
002535 restore-checkpoint.
002536* Relit l'ancien checkpoint.dat (avant qu'il soit tronque par l'OPEN
002537* OUTPUT de ce passage) et restaure les compteurs tels qu'ils
002538* etaient au dernier point de reprise <= RESTART, pour que
002539* le rapport de fin de job reflete bien le fichier complet et pas
002540* seulement les lignes traitees depuis la reprise.
002541     MOVE 0 TO NB-NICE-PREM NB-NICE-DEUX NB-NICE-TROIS
002542         NB-REJ-VOYELLES NB-REJ-PAIRE-INTERDITE
002543         NB-REJ-SANS-DOUBLE NB-REJ-SANS-ENTRE-DEUX
002544         NB-REJ-SANS-PAIRE NB-REJ-TROIS NB-REJ-CARACTERES
002545         NB-REJETS WS-TOTAL-SCORED NB-DOUBLONS
002546         NB-RESOUMIS-CUMUL.
002547     MOVE 0 TO WS-CKPT-FOUND-LINE.
002548     OPEN INPUT CHECKPOINT-FILE.
002549     IF WS-CKPT-FILE-STATUS = "00"
002550         PERFORM UNTIL WS-CKPT-FILE-STATUS NOT = "00"
002551             READ CHECKPOINT-FILE
002552             IF WS-CKPT-FILE-STATUS = "00"
002553                 MOVE CHECKPOINT-LINE(1:6) TO WS-CKPT-LINE-NO
002554                 IF WS-CKPT-LINE-NO <= WS-RESTART-FROM
002555                     MOVE CHECKPOINT-LINE(7:6) TO NB-NICE-PREM
002556                     MOVE CHECKPOINT-LINE(13:6) TO NB-NICE-DEUX
002557                     MOVE CHECKPOINT-LINE(19:6) TO NB-NICE-TROIS
002558                     MOVE CHECKPOINT-LINE(25:6)
002559                         TO NB-REJ-VOYELLES
002560                     MOVE CHECKPOINT-LINE(31:6)
002561                         TO NB-REJ-PAIRE-INTERDITE
002562                     MOVE CHECKPOINT-LINE(37:6)
002563                         TO NB-REJ-SANS-DOUBLE
002564                     MOVE CHECKPOINT-LINE(43:6)
002565                         TO NB-REJ-SANS-ENTRE-DEUX
002566                     MOVE CHECKPOINT-LINE(49:6)
002567                         TO NB-REJ-SANS-PAIRE
002568                     MOVE CHECKPOINT-LINE(55:6) TO NB-REJ-TROIS
002569                     MOVE CHECKPOINT-LINE(61:6)
002570                         TO NB-REJ-CARACTERES
002571                     MOVE CHECKPOINT-LINE(67:6) TO NB-REJETS
002572                     MOVE CHECKPOINT-LINE(73:6)
002573                         TO WS-TOTAL-SCORED
002574* Les compteurs de doublons et de reprises cumulees sont arrives
002575* apres les autres dans le format du point de reprise ; un
002576* checkpoint a l'ancien format (zone vide) les laisse simplement
002577* a zero.
002578                     IF CHECKPOINT-LINE(79:6) IS NUMERIC
002579                         MOVE CHECKPOINT-LINE(79:6)
002580                             TO NB-DOUBLONS
002581                     ELSE
002582                         MOVE 0 TO NB-DOUBLONS
002583                     END-IF
002584                     IF CHECKPOINT-LINE(85:6) IS NUMERIC
002585                         MOVE CHECKPOINT-LINE(85:6)
002586                             TO NB-RESOUMIS-CUMUL
002587                     ELSE
002588                         MOVE 0 TO NB-RESOUMIS-CUMUL
002589                     END-IF
002590* Le point de reprise REELLEMENT restaure peut differer de la
002591* valeur brute fournie par le parametre RESTART (les checkpoints
002592* n'etant
002593* ecrits que tous les WS-CHECKPOINT-EVERY enregistrements) ; on
002594* le memorise pour recaler WS-RESTART-FROM apres la boucle, afin
002595* que le saut de lignes plus bas se fasse sur la meme frontiere
002596* que les compteurs restaures.
002597                     MOVE WS-CKPT-LINE-NO TO WS-CKPT-FOUND-LINE
002598                 END-IF
002599             END-IF
002600         END-PERFORM
002601         CLOSE CHECKPOINT-FILE
002602     END-IF.
002603     MOVE WS-CKPT-FOUND-LINE TO WS-RESTART-FROM.
002604
002605 update-history.
002606* N'ajoute qu'une seule ligne d'historique par jour calendaire : si
002607* le dernier enregistrement lu date d'aujourd'hui, on le met a jour
002608* en place (reprise ou relance le meme jour) plutot que d'en
002609* ajouter un autre, pour que "tendance vs N derniers jours" reste
002610* comparable a N derniers jours ouvres et non N dernieres
002611* executions.
002612     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002613     IF WS-HIST-READ-COUNT > 0
002614             AND WS-HIST-DATE(WS-HIST-READ-COUNT) = WS-TODAY
002615         MOVE WS-HIST-READ-COUNT TO WS-HIST-TARGET
002616     ELSE
002617         IF WS-HIST-READ-COUNT < 5
002618             ADD 1 TO WS-HIST-READ-COUNT
002619             MOVE WS-HIST-READ-COUNT TO WS-HIST-TARGET
002620         ELSE
002621             PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
002622                     UNTIL WS-HIST-IDX > 4
002623                 COMPUTE WS-HIST-IDX2 = WS-HIST-IDX + 1
002624                 MOVE WS-HIST-ENTRY(WS-HIST-IDX2)
002625                     TO WS-HIST-ENTRY(WS-HIST-IDX)
002626             END-PERFORM
002627             MOVE 5 TO WS-HIST-TARGET
002628         END-IF
002629         MOVE WS-TODAY TO WS-HIST-DATE(WS-HIST-TARGET)
002630         MOVE 'N' TO WS-HIST-PFLAG(WS-HIST-TARGET)
002631         MOVE 'N' TO WS-HIST-DFLAG(WS-HIST-TARGET)
002632         MOVE 'N' TO WS-HIST-TFLAG(WS-HIST-TARGET)
002633         MOVE 0 TO WS-HIST-PREM(WS-HIST-TARGET)
002634         MOVE 0 TO WS-HIST-DEUX(WS-HIST-TARGET)
002635         MOVE 0 TO WS-HIST-TROIS(WS-HIST-TARGET)
002636     END-IF.
002637* Seuls les jeux de regles reellement executes lors de ce passage
002638* remplacent leur valeur du jour ; les autres gardent celle deja
002639* enregistree plus tot le meme jour (ex. reprise partielle), pour
002640* ne jamais ecraser une valeur reelle par un faux zero.
002641     IF WS-RAN-PREM = 'Y'
002642         MOVE 'Y' TO WS-HIST-PFLAG(WS-HIST-TARGET)
002643         MOVE NB-NICE-PREM TO WS-HIST-PREM(WS-HIST-TARGET)
002644     END-IF.
002645     IF WS-RAN-DEUX = 'Y'
002646         MOVE 'Y' TO WS-HIST-DFLAG(WS-HIST-TARGET)
002647         MOVE NB-NICE-DEUX TO WS-HIST-DEUX(WS-HIST-TARGET)
002648     END-IF.
002649     IF WS-RAN-TROIS = 'Y'
002650         MOVE 'Y' TO WS-HIST-TFLAG(WS-HIST-TARGET)
002651         MOVE NB-NICE-TROIS TO WS-HIST-TROIS(WS-HIST-TARGET)
002652     END-IF.
002653     OPEN OUTPUT HISTORY-FILE.
002654     PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
002655             UNTIL WS-HIST-IDX > WS-HIST-READ-COUNT
002656         MOVE SPACES TO HISTORY-LINE
002657         STRING WS-HIST-DATE(WS-HIST-IDX)
002658             WS-HIST-PFLAG(WS-HIST-IDX)
002659             WS-HIST-PREM(WS-HIST-IDX) WS-HIST-DFLAG(WS-HIST-IDX)
002660             WS-HIST-DEUX(WS-HIST-IDX) WS-HIST-TFLAG(WS-HIST-IDX)
002661             WS-HIST-TROIS(WS-HIST-IDX)
002662             INTO HISTORY-LINE
002663         END-STRING
002664         WRITE HISTORY-LINE END-WRITE
002665     END-PERFORM.
002666     CLOSE HISTORY-FILE.
002667
002668 read-run-parms.
002669* Lecture et validation du fichier de pilotage jour5.parms : un
002670* mot-cle par ligne suivi de sa valeur, * en colonne 1 pour un
002671* commentaire. Tout mot-cle inconnu ou toute valeur invalide est
002672* signale et le job s'arrete en erreur avant d'avoir touche aux
002673* fichiers de sortie : une faute de frappe ne doit plus jamais
002674* derouler silencieusement un passage avec les valeurs par
002675* defaut. Fichier absent : valeurs par defaut, signalees dans le
002676* rapport avec un avertissement.
002677     ACCEPT WS-PARM-ENV FROM ENVIRONMENT "JOUR5_PARMS".
002678     IF WS-PARM-ENV NOT = SPACES
002679         MOVE FUNCTION TRIM(WS-PARM-ENV) TO WS-PARM-NAME
002680     END-IF.
002681     OPEN INPUT PARM-FILE.
002682     IF WS-PARM-STATUS NOT = "00" AND WS-PARM-ENV NOT = SPACES
002683         DISPLAY "ERREUR : fichier de pilotage "
002684             FUNCTION TRIM(WS-PARM-NAME) " introuvable (status "
002685             WS-PARM-STATUS "), passage abandonne" END-DISPLAY
002686         MOVE 'E' TO WS-JRN-SEV
002687         MOVE SPACES TO WS-JRN-MSG
002688         STRING "pilotage " FUNCTION TRIM(WS-PARM-NAME)
002689             " introuvable (status " WS-PARM-STATUS ")"
002690             INTO WS-JRN-MSG
002691         END-STRING
002692         PERFORM write-journal
002693         MOVE 12 TO RETURN-CODE
002694         STOP RUN
002695     END-IF.
002696     IF WS-PARM-STATUS = "00"
002697         MOVE 'Y' TO WS-PARM-FILE-FOUND
002698* Une ligne plus longue que la zone d'enregistrement (status 04)
002699* serait sinon prise pour une fin de fichier et ferait ignorer en
002700* silence le reste du pilotage : elle est comptee comme parametre
002701* invalide et la lecture continue.
002702         PERFORM UNTIL WS-PARM-STATUS NOT = "00"
002703                 AND WS-PARM-STATUS NOT = "04"
002704             READ PARM-FILE
002705             IF WS-PARM-STATUS = "04"
002706                 DISPLAY "ERREUR : ligne trop longue dans "
002707                     "jour5.parms" END-DISPLAY
002708                 MOVE 'E' TO WS-JRN-SEV
002709                 MOVE "ligne trop longue dans jour5.parms"
002710                     TO WS-JRN-MSG
002711                 PERFORM write-journal
002712                 ADD 1 TO WS-PARM-ERRS
002713             END-IF
002714             IF WS-PARM-STATUS = "00"
002715                 IF PARM-LINE NOT = SPACES
002716                         AND PARM-LINE(1:1) NOT = "*"
002717                     MOVE SPACES TO WS-PARM-KEY
002718                     MOVE SPACES TO WS-PARM-VALUE
002719* Les lignes saisies a la main peuvent etre indentees : le mot-cle
002720* est cherche apres suppression des blancs de tete.
002721                     MOVE FUNCTION TRIM(PARM-LINE LEADING)
002722                         TO WS-PARM-WORK
002723                     UNSTRING WS-PARM-WORK DELIMITED BY ALL " "
002724                         INTO WS-PARM-KEY WS-PARM-VALUE
002725                     END-UNSTRING
002726                     PERFORM apply-run-parm
002727                 END-IF
002728             END-IF
002729         END-PERFORM
002730         CLOSE PARM-FILE
002731     END-IF.
002732     IF WS-PARM-ERRS > 0
002733         DISPLAY "ERREUR : " WS-PARM-ERRS " parametre(s) "
002734             "invalide(s) dans jour5.parms, passage abandonne"
002735             END-DISPLAY
002736         MOVE 'E' TO WS-JRN-SEV
002737         MOVE SPACES TO WS-JRN-MSG
002738         STRING "parametre(s) invalide(s) dans jour5.parms, "
002739             "passage abandonne"
002740             INTO WS-JRN-MSG
002741         END-STRING
002742         PERFORM write-journal
002743         MOVE 12 TO RETURN-CODE
002744         STOP RUN
002745     END-IF.
002746
002747 apply-run-parm.
002748     COMPUTE WS-PARM-NUM-CHK =
002749         FUNCTION TEST-NUMVAL(WS-PARM-VALUE).
002750     IF WS-PARM-NUM-CHK = 0
002751         COMPUTE WS-PARM-NUM = FUNCTION NUMVAL(WS-PARM-VALUE)
002752     ELSE
002753         MOVE 0 TO WS-PARM-NUM
002754     END-IF.
002755     EVALUATE WS-PARM-KEY
002756         WHEN "INPUT"
002757             IF WS-PARM-VALUE = SPACES
002758                 PERFORM reject-run-parm
002759             ELSE
002760                 MOVE WS-PARM-VALUE TO WS-INPUT-LIST
002761             END-IF
002762         WHEN "RESTART"
002763             IF WS-PARM-NUM-CHK = 0
002764                 MOVE WS-PARM-NUM TO WS-RESTART-FROM
002765             ELSE
002766                 PERFORM reject-run-parm
002767             END-IF
002768         WHEN "RULESET"
002769             IF WS-PARM-VALUE = "1" OR WS-PARM-VALUE = "2"
002770                     OR WS-PARM-VALUE = "3"
002771                     OR WS-PARM-VALUE = "ALL"
002772                 MOVE WS-PARM-VALUE TO WS-RULESET
002773             ELSE
002774                 PERFORM reject-run-parm
002775             END-IF
002776         WHEN "VOWELS"
002777             IF WS-PARM-VALUE = "AEIOU"
002778                     OR WS-PARM-VALUE = "AEIOUY"
002779                 MOVE WS-PARM-VALUE TO WS-VOWEL-MODE
002780             ELSE
002781                 PERFORM reject-run-parm
002782             END-IF
002783         WHEN "REJECT-PCT-MAX"
002784             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM <= 100
002785                 MOVE WS-PARM-NUM TO WS-REJECT-PCT-MAX
002786             ELSE
002787                 PERFORM reject-run-parm
002788             END-IF
002789         WHEN "LEN-MIN"
002790             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM >= 8
002791                     AND WS-PARM-NUM <= 20
002792                 MOVE WS-PARM-NUM TO WS-LEN-MIN
002793             ELSE
002794                 PERFORM reject-run-parm
002795             END-IF
002796         WHEN "LEN-MAX"
002797             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM >= 8
002798                     AND WS-PARM-NUM <= 20
002799                 MOVE WS-PARM-NUM TO WS-LEN-MAX
002800             ELSE
002801                 PERFORM reject-run-parm
002802             END-IF
002803         WHEN "MODE"
002804             IF WS-PARM-VALUE = "NORMAL"
002805                     OR WS-PARM-VALUE = "RESOUMISSION"
002806                     OR WS-PARM-VALUE = "SIMULATION"
002807                 MOVE WS-PARM-VALUE TO WS-MODE-PARM
002808             ELSE
002809                 PERFORM reject-run-parm
002810             END-IF
002811         WHEN "PARTITION"
002812             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM <= 99
002813                 MOVE WS-PARM-NUM TO WS-PARTITION
002814             ELSE
002815                 PERFORM reject-run-parm
002816             END-IF
002817         WHEN "CHECKPOINT-EVERY"
002818             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM > 0
002819                 MOVE WS-PARM-NUM TO WS-CHECKPOINT-EVERY
002820             ELSE
002821                 PERFORM reject-run-parm
002822             END-IF
002823         WHEN "WINDOW-MINUTES"
002824             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM <= 9999
002825                 MOVE WS-PARM-NUM TO WS-WINDOW-MINUTES
002826             ELSE
002827                 PERFORM reject-run-parm
002828             END-IF
002829         WHEN "DEDUP-ENVOYES"
002830             IF WS-PARM-VALUE = "OUI" OR WS-PARM-VALUE = "NON"
002831                 MOVE WS-PARM-VALUE(1:3) TO WS-DEDUP-PARM
002832             ELSE
002833                 PERFORM reject-run-parm
002834             END-IF
002835         WHEN "NORMALISATION"
002836             IF WS-PARM-VALUE = "OUI" OR WS-PARM-VALUE = "NON"
002837                 MOVE WS-PARM-VALUE(1:3) TO WS-NORM-PARM
002838             ELSE
002839                 PERFORM reject-run-parm
002840             END-IF
002841         WHEN "QUARANTAINE"
002842             IF WS-PARM-NUM-CHK = 0 AND WS-PARM-NUM <= 99
002843                 MOVE WS-PARM-NUM TO WS-QUARANTAINE
002844             ELSE
002845                 PERFORM reject-run-parm
002846             END-IF
002847         WHEN OTHER
002848             PERFORM reject-run-parm
002849     END-EVALUATE.
002850
002851 reject-run-parm.
002852     ADD 1 TO WS-PARM-ERRS.
002853     DISPLAY "ERREUR : parametre invalide dans jour5.parms : "
002854         FUNCTION TRIM(WS-PARM-KEY) " "
002855         FUNCTION TRIM(WS-PARM-VALUE) END-DISPLAY.
002856     MOVE 'E' TO WS-JRN-SEV.
002857     MOVE SPACES TO WS-JRN-MSG.
002858     STRING "parametre invalide dans jour5.parms : "
002859         FUNCTION TRIM(WS-PARM-KEY)
002860         INTO WS-JRN-MSG
002861     END-STRING.
002862     PERFORM write-journal.
002863
002864 load-rule-table.
002865* Chargement de la table des regles versionnee par regles-io, le
002866* module commun avec requalification : la version active est le
002867* bloc dont la date d'effet est la plus recente sans depasser
002868* aujourd'hui. Fichier absent : regles internes et avertissement
002869* differe dans le rapport ; parametre invalide ou module absent :
002870* arret en erreur avant toute sortie, comme jour5.parms.
002871     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002872     MOVE 'C' TO WS-RGL-ACTION.
002873     MOVE 0 TO WS-REGLE-ERRS.
002874     MOVE 0 TO WS-RGL-LIGNES.
002875     CALL "regles-io" USING WS-RGL-ACTION, WS-REGLE-VERSION,
002876         WS-REGLE-DATE, WS-REGLE-PAIRES, WS-REGLE-NB-PAIRES,
002877         WS-REGLE-MIN-VOY, WS-REGLE-DOUBLE, WS-REGLE-ERRS,
002878         WS-RGL-LIGNES, WS-RGL-RESULT
002879         ON EXCEPTION MOVE SPACE TO WS-RGL-RESULT
002880     END-CALL.
002881     IF WS-RGL-RESULT = 'T' OR WS-RGL-RESULT = 'I'
002882         MOVE 'Y' TO WS-REGLE-FICHIER
002883     END-IF.
002884     IF WS-RGL-RESULT = 'T'
002885         MOVE 'Y' TO WS-REGLE-ADOPTEE
002886     END-IF.
002887     IF WS-RGL-RESULT = 'E'
002888         DISPLAY "ERREUR : " WS-REGLE-ERRS " parametre(s) "
002889             "invalide(s) dans regles.dat (ligne " WS-RGL-LIGNES
002890             "), passage abandonne" END-DISPLAY
002891         MOVE 'E' TO WS-JRN-SEV
002892         MOVE SPACES TO WS-JRN-MSG
002893         STRING "parametre(s) invalide(s) dans regles.dat (ligne "
002894             WS-RGL-LIGNES ")"
002895             INTO WS-JRN-MSG
002896         END-STRING
002897         PERFORM write-journal
002898         MOVE 12 TO RETURN-CODE
002899         STOP RUN
002900     END-IF.
002901     IF WS-RGL-RESULT = SPACE
002902         DISPLAY "ERREUR : module regles-io indisponible, "
002903             "passage abandonne" END-DISPLAY
002904         MOVE 'E' TO WS-JRN-SEV
002905         MOVE "module regles-io indisponible" TO WS-JRN-MSG
002906         PERFORM write-journal
002907         MOVE 12 TO RETURN-CODE
002908         STOP RUN
002909     END-IF.
002910     PERFORM load-rule-versions.
002911
002912 load-rule-versions.
002913* Table des versions en vigueur, pour les profils de source, telle
002914* que regles-io l'a retenue : une version presente en plusieurs
002915* blocs y garde le plus recent ; au-dela de 50 versions, un profil
002916* qui nomme une version non retenue est refuse au chargement des
002917* profils.
002918     MOVE 0 TO WS-VER-COUNT.
002919     MOVE 'P' TO WS-RGL-ACTION.
002920     MOVE 'T' TO WS-RGL-RESULT.
002921     PERFORM UNTIL WS-RGL-RESULT NOT = 'T' OR WS-VER-COUNT >= 50
002922         COMPUTE WS-VER-POS = WS-VER-COUNT + 1
002923         CALL "regles-io" USING WS-RGL-ACTION,
002924             WS-VER-NOM(WS-VER-POS), WS-VER-DATE(WS-VER-POS),
002925             WS-VER-PAIRES(WS-VER-POS),
002926             WS-VER-NB-PAIRES(WS-VER-POS),
002927             WS-VER-MIN-VOY(WS-VER-POS),
002928             WS-VER-DOUBLE(WS-VER-POS),
002929             WS-REGLE-ERRS, WS-RGL-LIGNES, WS-RGL-RESULT
002930             ON EXCEPTION MOVE 'F' TO WS-RGL-RESULT
002931         END-CALL
002932         IF WS-RGL-RESULT = 'T'
002933             ADD 1 TO WS-VER-COUNT
002934         END-IF
002935         MOVE 'N' TO WS-RGL-ACTION
002936     END-PERFORM.
002937
002938 load-profiles.
002939* Chargement des profils de scoring par source : fichier absent,
002940* aucun profil (tout est score sous les parametres globaux) ;
002941* ligne invalide, arret en erreur avant toute sortie.
002942     OPEN INPUT PROFILS-FILE.
002943     IF WS-PROF-STATUS = "00"
002944         MOVE 'Y' TO WS-PROF-FICHIER
002945         PERFORM UNTIL WS-PROF-STATUS NOT = "00"
002946             READ PROFILS-FILE
002947             IF WS-PROF-STATUS = "00"
002948                 IF PROFILS-LINE NOT = SPACES
002949                         AND PROFILS-LINE(1:1) NOT = "*"
002950                     PERFORM load-profile-line
002951                 END-IF
002952             END-IF
002953         END-PERFORM
002954         CLOSE PROFILS-FILE
002955     END-IF.
002956     IF WS-PROF-ERRS > 0
002957         DISPLAY "ERREUR : " WS-PROF-ERRS " ligne(s) invalide(s) "
002958             "dans profils-sources.dat, passage abandonne"
002959             END-DISPLAY
002960         MOVE 'E' TO WS-JRN-SEV
002961         MOVE SPACES TO WS-JRN-MSG
002962         STRING WS-PROF-ERRS " ligne(s) invalide(s) dans "
002963             "profils-sources.dat, passage abandonne"
002964             INTO WS-JRN-MSG
002965         END-STRING
002966         PERFORM write-journal
002967         MOVE 12 TO RETURN-CODE
002968         STOP RUN
002969     END-IF.
002970
002971 load-profile-line.
002972     MOVE 'Y' TO WS-PROF-OK.
002973     MOVE PROFILS-LINE(1:6) TO WS-PROF-CLE.
002974     IF WS-PROF-CLE = SPACES OR WS-PROF-COUNT >= 20
002975         MOVE 'N' TO WS-PROF-OK
002976     END-IF.
002977* Une source ne peut avoir qu'un profil.
002978     PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
002979             UNTIL WS-PROF-IDX > WS-PROF-COUNT
002980         IF WS-PROF-SOURCE(WS-PROF-IDX) = WS-PROF-CLE
002981             MOVE 'N' TO WS-PROF-OK
002982         END-IF
002983     END-PERFORM.
002984     IF WS-PROF-OK = 'Y'
002985         ADD 1 TO WS-PROF-COUNT
002986         MOVE WS-PROF-COUNT TO WS-PROF-POS
002987         MOVE WS-PROF-CLE TO WS-PROF-SOURCE(WS-PROF-POS)
002988         MOVE PROFILS-LINE(8:8) TO WS-PROF-VERSION(WS-PROF-POS)
002989         MOVE 0 TO WS-PROF-VER-POS(WS-PROF-POS)
002990         MOVE PROFILS-LINE(17:6) TO WS-PROF-VOYELLES(WS-PROF-POS)
002991         MOVE 0 TO WS-PROF-LEN-MIN(WS-PROF-POS)
002992         MOVE 0 TO WS-PROF-LEN-MAX(WS-PROF-POS)
002993         MOVE PROFILS-LINE(30:3) TO WS-PROF-PARTIES(WS-PROF-POS)
002994         PERFORM check-profile-line
002995     END-IF.
002996     IF WS-PROF-OK = 'N'
002997         PERFORM reject-profile-line
002998     END-IF.
002999
003000 check-profile-line.
003001* La version nommee doit etre un bloc de regles.dat en vigueur.
003002     IF WS-PROF-VERSION(WS-PROF-POS) NOT = SPACES
003003         PERFORM VARYING WS-VER-IDX FROM 1 BY 1
003004                 UNTIL WS-VER-IDX > WS-VER-COUNT
003005             IF WS-VER-NOM(WS-VER-IDX)
003006                     = WS-PROF-VERSION(WS-PROF-POS)
003007                 MOVE WS-VER-IDX TO WS-PROF-VER-POS(WS-PROF-POS)
003008             END-IF
003009         END-PERFORM
003010         IF WS-PROF-VER-POS(WS-PROF-POS) = 0
003011             MOVE 'N' TO WS-PROF-OK
003012         END-IF
003013     END-IF.
003014     IF WS-PROF-VOYELLES(WS-PROF-POS) NOT = SPACES
003015             AND WS-PROF-VOYELLES(WS-PROF-POS) NOT = "AEIOU"
003016             AND WS-PROF-VOYELLES(WS-PROF-POS) NOT = "AEIOUY"
003017         MOVE 'N' TO WS-PROF-OK
003018     END-IF.
003019     IF PROFILS-LINE(24:2) NOT = SPACES
003020         IF PROFILS-LINE(24:2) IS NUMERIC
003021                 AND PROFILS-LINE(24:2) >= "08"
003022                 AND PROFILS-LINE(24:2) <= "20"
003023             MOVE PROFILS-LINE(24:2)
003024                 TO WS-PROF-LEN-MIN(WS-PROF-POS)
003025         ELSE
003026             MOVE 'N' TO WS-PROF-OK
003027         END-IF
003028     END-IF.
003029     IF PROFILS-LINE(27:2) NOT = SPACES
003030         IF PROFILS-LINE(27:2) IS NUMERIC
003031                 AND PROFILS-LINE(27:2) >= "08"
003032                 AND PROFILS-LINE(27:2) <= "20"
003033             MOVE PROFILS-LINE(27:2)
003034                 TO WS-PROF-LEN-MAX(WS-PROF-POS)
003035         ELSE
003036             MOVE 'N' TO WS-PROF-OK
003037         END-IF
003038     END-IF.
003039     IF WS-PROF-LEN-MIN(WS-PROF-POS) > 0
003040             AND WS-PROF-LEN-MAX(WS-PROF-POS) > 0
003041             AND WS-PROF-LEN-MAX(WS-PROF-POS)
003042                 < WS-PROF-LEN-MIN(WS-PROF-POS)
003043         MOVE 'N' TO WS-PROF-OK
003044     END-IF.
003045* Parties exigees : chiffres 1 a 3 cadres a gauche, sans blanc
003046* intercale.
003047     IF WS-PROF-PARTIES(WS-PROF-POS) NOT = SPACES
003048         IF WS-PROF-PARTIES(WS-PROF-POS)(1:1) = SPACE
003049             MOVE 'N' TO WS-PROF-OK
003050         END-IF
003051         PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
003052                 UNTIL WS-DUAL-IDX > 3
003053             IF WS-PROF-PARTIES(WS-PROF-POS)(WS-DUAL-IDX:1)
003054                     NOT = SPACE
003055                 IF WS-PROF-PARTIES(WS-PROF-POS)(WS-DUAL-IDX:1)
003056                         < "1"
003057                         OR WS-PROF-PARTIES(WS-PROF-POS)
003058                         (WS-DUAL-IDX:1) > "3"
003059                     MOVE 'N' TO WS-PROF-OK
003060                 END-IF
003061                 IF WS-DUAL-IDX > 1
003062                     IF WS-PROF-PARTIES(WS-PROF-POS)
003063                             (WS-DUAL-IDX - 1:1) = SPACE
003064                         MOVE 'N' TO WS-PROF-OK
003065                     END-IF
003066                 END-IF
003067             END-IF
003068         END-PERFORM
003069     END-IF.
003070     IF WS-PROF-OK = 'N'
003071         SUBTRACT 1 FROM WS-PROF-COUNT
003072     END-IF.
003073
003074 reject-profile-line.
003075     ADD 1 TO WS-PROF-ERRS.
003076     DISPLAY "ERREUR : ligne invalide dans profils-sources.dat : "
003077         PROFILS-LINE(1:40) END-DISPLAY.
003078     MOVE 'E' TO WS-JRN-SEV.
003079     MOVE SPACES TO WS-JRN-MSG.
003080     STRING "ligne invalide dans profils-sources.dat : "
003081         PROFILS-LINE(1:6)
003082         INTO WS-JRN-MSG
003083     END-STRING.
003084     PERFORM write-journal.
003085
003086 save-global-profile.
003087     MOVE WS-VOWELS TO WS-GLB-VOWELS.
003088     MOVE WS-LEN-MIN TO WS-GLB-LEN-MIN.
003089     MOVE WS-LEN-MAX TO WS-GLB-LEN-MAX.
003090     MOVE WS-REGLE-VERSION TO WS-GLB-VERSION.
003091     MOVE WS-REGLE-DATE TO WS-GLB-DATE.
003092     MOVE WS-REGLE-PAIRES TO WS-GLB-PAIRES.
003093     MOVE WS-REGLE-NB-PAIRES TO WS-GLB-NB-PAIRES.
003094     MOVE WS-REGLE-MIN-VOY TO WS-GLB-MIN-VOY.
003095     MOVE WS-REGLE-DOUBLE TO WS-GLB-DOUBLE.
003096
003097 restore-global-profile.
003098     MOVE WS-GLB-VOWELS TO WS-VOWELS.
003099     MOVE WS-GLB-LEN-MIN TO WS-LEN-MIN.
003100     MOVE WS-GLB-LEN-MAX TO WS-LEN-MAX.
003101     MOVE WS-GLB-VERSION TO WS-REGLE-VERSION.
003102     MOVE WS-GLB-DATE TO WS-REGLE-DATE.
003103     MOVE WS-GLB-PAIRES TO WS-REGLE-PAIRES.
003104     MOVE WS-GLB-NB-PAIRES TO WS-REGLE-NB-PAIRES.
003105     MOVE WS-GLB-MIN-VOY TO WS-REGLE-MIN-VOY.
003106     MOVE WS-GLB-DOUBLE TO WS-REGLE-DOUBLE.
003107     MOVE "12" TO WS-PARTIES-REQUISES.
003108     MOVE "DEFAUT" TO WS-PROFIL-COURANT.
003109
003110 apply-profile.
003111* Profil du fichier en cours : celui de la source de l'en-tete
003112* (INCONN sans en-tete), sinon les parametres globaux (DEFAUT).
003113     MOVE WS-CTL-SOURCE TO WS-PROF-CLE.
003114     IF WS-PROF-CLE = SPACES
003115         MOVE "INCONN" TO WS-PROF-CLE
003116     END-IF.
003117     MOVE 0 TO WS-PROF-POS.
003118     PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
003119             UNTIL WS-PROF-IDX > WS-PROF-COUNT
003120         IF WS-PROF-SOURCE(WS-PROF-IDX) = WS-PROF-CLE
003121             MOVE WS-PROF-IDX TO WS-PROF-POS
003122             EXIT PERFORM
003123         END-IF
003124     END-PERFORM.
003125     PERFORM restore-global-profile.
003126     IF WS-PROF-POS > 0
003127         PERFORM set-profile-values
003128     END-IF.
003129
003130 set-profile-values.
003131* Surcharge des parametres globaux par les zones renseignees du
003132* profil WS-PROF-POS.
003133     MOVE WS-PROF-SOURCE(WS-PROF-POS) TO WS-PROFIL-COURANT.
003134     IF WS-PROF-VER-POS(WS-PROF-POS) > 0
003135         MOVE WS-PROF-VER-POS(WS-PROF-POS) TO WS-VER-IDX
003136         MOVE WS-VER-NOM(WS-VER-IDX) TO WS-REGLE-VERSION
003137         MOVE WS-VER-DATE(WS-VER-IDX) TO WS-REGLE-DATE
003138         MOVE WS-VER-PAIRES(WS-VER-IDX) TO WS-REGLE-PAIRES
003139         MOVE WS-VER-NB-PAIRES(WS-VER-IDX) TO WS-REGLE-NB-PAIRES
003140         MOVE WS-VER-MIN-VOY(WS-VER-IDX) TO WS-REGLE-MIN-VOY
003141         MOVE WS-VER-DOUBLE(WS-VER-IDX) TO WS-REGLE-DOUBLE
003142     END-IF.
003143     IF WS-PROF-VOYELLES(WS-PROF-POS) = "AEIOUY"
003144         MOVE "aeiouy" TO WS-VOWELS
003145     END-IF.
003146     IF WS-PROF-VOYELLES(WS-PROF-POS) = "AEIOU"
003147         MOVE "aeiou " TO WS-VOWELS
003148     END-IF.
003149     IF WS-PROF-LEN-MIN(WS-PROF-POS) > 0
003150         MOVE WS-PROF-LEN-MIN(WS-PROF-POS) TO WS-LEN-MIN
003151     END-IF.
003152     IF WS-PROF-LEN-MAX(WS-PROF-POS) > 0
003153         MOVE WS-PROF-LEN-MAX(WS-PROF-POS) TO WS-LEN-MAX
003154     END-IF.
003155     IF WS-LEN-MAX < WS-LEN-MIN
003156         MOVE WS-LEN-MIN TO WS-LEN-MAX
003157     END-IF.
003158     IF WS-PROF-PARTIES(WS-PROF-POS) NOT = SPACES
003159         MOVE WS-PROF-PARTIES(WS-PROF-POS) TO WS-PARTIES-REQUISES
003160     END-IF.
003161
003162 write-profile-echo.
003163* Rappel des profils de source dans l'echo des parametres, avec
003164* les valeurs effectives (zones a blanc completees par les
003165* valeurs globales).
003166     MOVE SPACES TO REPORT-LINE.
003167     IF WS-PROF-FICHIER = 'N'
003168         STRING "Profils de source : aucun "
003169             "(profils-sources.dat absent)"
003170             INTO REPORT-LINE
003171         END-STRING
003172     ELSE
003173         STRING "Profils de source (profils-sources.dat) : "
003174             WS-PROF-COUNT
003175             INTO REPORT-LINE
003176         END-STRING
003177     END-IF.
003178     WRITE REPORT-LINE END-WRITE.
003179     PERFORM VARYING WS-PROF-POS FROM 1 BY 1
003180             UNTIL WS-PROF-POS > WS-PROF-COUNT
003181         PERFORM restore-global-profile
003182         PERFORM set-profile-values
003183         PERFORM write-profile-line
003184     END-PERFORM.
003185     PERFORM restore-global-profile.
003186
003187 write-profile-line.
003188     MOVE SPACES TO REPORT-LINE.
003189     STRING "  " WS-PROFIL-COURANT
003190         " - version " WS-REGLE-VERSION
003191         " - voyelles " WS-VOWELS
003192         " - longueurs " WS-LEN-MIN "-" WS-LEN-MAX
003193         " - parties " WS-PARTIES-REQUISES
003194         INTO REPORT-LINE
003195     END-STRING.
003196     WRITE REPORT-LINE END-WRITE.
003197
003198 write-audit-regles.
003199* Estampille de version dans la piste d'audit a chaque changement
003200* de version de regles d'un profil a l'autre : les lignes qui
003201* suivent ont ete scorees sous cette version.
003202     MOVE SPACES TO AUDIT-LINE.
003203     STRING "Regles : version " WS-REGLE-VERSION
003204         " du " WS-REGLE-DATE
003205         INTO AUDIT-LINE
003206     END-STRING.
003207     WRITE AUDIT-LINE END-WRITE.
003208     MOVE WS-REGLE-VERSION TO WS-AUDIT-VERSION.
003209
003210 check-code-dual.
003211* Approbation dual du code courant sous son profil.
003212     MOVE WS-PREM-FLAG TO WS-DUAL-FLAGS(1:1).
003213     MOVE WS-DEUX-FLAG TO WS-DUAL-FLAGS(2:1).
003214     MOVE WS-TROIS-FLAG TO WS-DUAL-FLAGS(3:1).
003215     MOVE WS-PARTIES-REQUISES TO WS-DUAL-PARTIES.
003216     PERFORM check-dual-parts.
003217
003218 check-dual-parts.
003219* Toutes les parties citees dans WS-DUAL-PARTIES doivent avoir
003220* retenu le code (indicateurs WS-DUAL-FLAGS). Une partie exigee
003221* que RULESET n'execute pas ne le retient jamais.
003222     MOVE 'Y' TO WS-DUAL-OK.
003223     PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
003224             UNTIL WS-DUAL-IDX > 3
003225         IF WS-DUAL-PARTIES(WS-DUAL-IDX:1) NOT = SPACE
003226             MOVE WS-DUAL-PARTIES(WS-DUAL-IDX:1) TO WS-DUAL-PART
003227             IF WS-DUAL-FLAGS(WS-DUAL-PART:1) NOT = 'Y'
003228                 MOVE 'N' TO WS-DUAL-OK
003229             END-IF
003230         END-IF
003231     END-PERFORM.
003232
003233 raise-job-rc.
003234* Ne retient que le code retour le plus grave du passage : un
003235* avertissement ne doit jamais masquer une erreur deja detectee.
003236     IF WS-JOB-RC-NEW > WS-JOB-RC
003237         MOVE WS-JOB-RC-NEW TO WS-JOB-RC
003238     END-IF.
003239
003240 write-summary-line.
003241     MOVE SPACES TO SUMMARY-LINE.
003242     STRING WS-SUMM-TAG WS-SUMM-VALUE INTO SUMMARY-LINE
003243     END-STRING.
003244     WRITE SUMMARY-LINE END-WRITE.
003245
003246 write-job-summary.
003247* job-summary.txt : etat de fin de job en format fixe (libelle
003248* sur 24 colonnes, valeur ensuite) pour le scheduler et la
003249* supervision, sans avoir a gratter report.txt. Une ligne par
003250* information, toujours dans le meme ordre.
003251     IF WS-JOB-RC = 0
003252         MOVE "PROPRE" TO WS-JOB-STATUS-TXT
003253     END-IF.
003254     IF WS-JOB-RC = 4
003255         MOVE "AVERTISSEMENT" TO WS-JOB-STATUS-TXT
003256     END-IF.
003257     IF WS-JOB-RC = 8
003258         MOVE "SUSPECT" TO WS-JOB-STATUS-TXT
003259     END-IF.
003260     IF WS-JOB-RC > 8
003261         MOVE "ERREUR" TO WS-JOB-STATUS-TXT
003262     END-IF.
003263     OPEN OUTPUT SUMMARY-FILE.
003264     IF WS-SUMM-STATUS NOT = "00"
003265         DISPLAY "ATTENTION : ecriture de job-summary.txt "
003266             "impossible (status " WS-SUMM-STATUS ")"
003267             END-DISPLAY
003268         MOVE 'W' TO WS-JRN-SEV
003269         MOVE SPACES TO WS-JRN-MSG
003270         STRING "ecriture de job-summary.txt impossible "
003271             "(status "
003272             WS-SUMM-STATUS
003273             ")"
003274             INTO WS-JRN-MSG
003275         END-STRING
003276         PERFORM write-journal
003277         MOVE 4 TO WS-JOB-RC-NEW
003278         PERFORM raise-job-rc
003279     ELSE
003280         MOVE "DATE-EXECUTION" TO WS-SUMM-TAG
003281         MOVE WS-TODAY TO WS-SUMM-VALUE
003282         PERFORM write-summary-line
003283         MOVE "JEU-DE-REGLES" TO WS-SUMM-TAG
003284         MOVE WS-RULESET TO WS-SUMM-VALUE
003285         PERFORM write-summary-line
003286         MOVE "JEU-DE-VOYELLES" TO WS-SUMM-TAG
003287         MOVE WS-VOWELS TO WS-SUMM-VALUE
003288         PERFORM write-summary-line
003289         MOVE "VERSION-REGLES" TO WS-SUMM-TAG
003290         MOVE SPACES TO WS-SUMM-VALUE
003291         STRING WS-REGLE-VERSION " du " WS-REGLE-DATE
003292             INTO WS-SUMM-VALUE
003293         END-STRING
003294         PERFORM write-summary-line
003295         MOVE "PARTITION" TO WS-SUMM-TAG
003296         MOVE WS-PARTITION TO WS-SUMM-VALUE
003297         PERFORM write-summary-line
003298         MOVE "MODE" TO WS-SUMM-TAG
003299         MOVE WS-RUN-MODE TO WS-SUMM-VALUE
003300         PERFORM write-summary-line
003301         MOVE "LISTE-ENTREE" TO WS-SUMM-TAG
003302         MOVE WS-INPUT-LIST(1:54) TO WS-SUMM-VALUE
003303         PERFORM write-summary-line
003304* Comme dans le rapport, une liste d'entree longue continue sur
003305* des lignes LISTE-ENTREE-SUITE pour rester lisible en entier ;
003306* les fenetres de 54 couvrent la zone entiere (10 x 54 = 540).
003307         PERFORM VARYING WS-ECHO-POS FROM 55 BY 54
003308                 UNTIL WS-ECHO-POS > 487
003309             IF WS-INPUT-LIST(WS-ECHO-POS:54) NOT = SPACES
003310                 MOVE "LISTE-ENTREE-SUITE" TO WS-SUMM-TAG
003311                 MOVE WS-INPUT-LIST(WS-ECHO-POS:54)
003312                     TO WS-SUMM-VALUE
003313                 PERFORM write-summary-line
003314             END-IF
003315         END-PERFORM
003316         MOVE "REPRISE-DEMANDEE" TO WS-SUMM-TAG
003317         MOVE WS-RESTART-REQUESTED TO WS-SUMM-VALUE
003318         PERFORM write-summary-line
003319         MOVE "SEUIL-REJET-PCT" TO WS-SUMM-TAG
003320         MOVE WS-REJECT-PCT-MAX TO WS-SUMM-VALUE
003321         PERFORM write-summary-line
003322         MOVE "FICHIERS-TRAITES" TO WS-SUMM-TAG
003323         MOVE WS-FILES-PROCESSED TO WS-SUMM-VALUE
003324         PERFORM write-summary-line
003325         MOVE "FICHIERS-IGNORES" TO WS-SUMM-TAG
003326         MOVE WS-FILES-SKIPPED TO WS-SUMM-VALUE
003327         PERFORM write-summary-line
003328         MOVE "LIGNES-LUES" TO WS-SUMM-TAG
003329         MOVE WS-LINE-NO TO WS-SUMM-VALUE
003330         PERFORM write-summary-line
003331         MOVE "TOTAL-SCORES" TO WS-SUMM-TAG
003332         MOVE WS-TOTAL-SCORED TO WS-SUMM-VALUE
003333         PERFORM write-summary-line
003334         MOVE "NICE-PREM" TO WS-SUMM-TAG
003335         MOVE NB-NICE-PREM TO WS-SUMM-VALUE
003336         PERFORM write-summary-line
003337         MOVE "NICE-DEUX" TO WS-SUMM-TAG
003338         MOVE NB-NICE-DEUX TO WS-SUMM-VALUE
003339         PERFORM write-summary-line
003340         MOVE "NICE-TROIS" TO WS-SUMM-TAG
003341         MOVE NB-NICE-TROIS TO WS-SUMM-VALUE
003342         PERFORM write-summary-line
003343         MOVE "REJ-VOYELLES" TO WS-SUMM-TAG
003344         MOVE NB-REJ-VOYELLES TO WS-SUMM-VALUE
003345         PERFORM write-summary-line
003346         MOVE "REJ-PAIRE-INTERDITE" TO WS-SUMM-TAG
003347         MOVE NB-REJ-PAIRE-INTERDITE TO WS-SUMM-VALUE
003348         PERFORM write-summary-line
003349         MOVE "REJ-SANS-DOUBLE" TO WS-SUMM-TAG
003350         MOVE NB-REJ-SANS-DOUBLE TO WS-SUMM-VALUE
003351         PERFORM write-summary-line
003352         MOVE "REJ-SANS-ENTRE-DEUX" TO WS-SUMM-TAG
003353         MOVE NB-REJ-SANS-ENTRE-DEUX TO WS-SUMM-VALUE
003354         PERFORM write-summary-line
003355         MOVE "REJ-SANS-PAIRE" TO WS-SUMM-TAG
003356         MOVE NB-REJ-SANS-PAIRE TO WS-SUMM-VALUE
003357         PERFORM write-summary-line
003358         MOVE "REJ-TROIS" TO WS-SUMM-TAG
003359         MOVE NB-REJ-TROIS TO WS-SUMM-VALUE
003360         PERFORM write-summary-line
003361         MOVE "REJ-CARACTERES" TO WS-SUMM-TAG
003362         MOVE NB-REJ-CARACTERES TO WS-SUMM-VALUE
003363         PERFORM write-summary-line
003364         MOVE "MAITRE-NOUVEAUX" TO WS-SUMM-TAG
003365         MOVE NB-MST-NOUVEAUX TO WS-SUMM-VALUE
003366         PERFORM write-summary-line
003367         MOVE "MAITRE-INCHANGES" TO WS-SUMM-TAG
003368         MOVE NB-MST-INCHANGES TO WS-SUMM-VALUE
003369         PERFORM write-summary-line
003370         MOVE "MAITRE-CHANGES" TO WS-SUMM-TAG
003371         MOVE NB-MST-CHANGES TO WS-SUMM-VALUE
003372         PERFORM write-summary-line
003373         MOVE "ENVOIS-NOUVEAUX" TO WS-SUMM-TAG
003374         MOVE NB-ENVOIS-NOUVEAUX TO WS-SUMM-VALUE
003375         PERFORM write-summary-line
003376         MOVE "DEJA-ENVOYES" TO WS-SUMM-TAG
003377         MOVE NB-DEJA-ENVOYES TO WS-SUMM-VALUE
003378         PERFORM write-summary-line
003379         MOVE "CODES-BLOQUES" TO WS-SUMM-TAG
003380         MOVE NB-CODES-BLOQUES TO WS-SUMM-VALUE
003381         PERFORM write-summary-line
003382         MOVE "NORMALISES" TO WS-SUMM-TAG
003383         MOVE NB-NORMALISES TO WS-SUMM-VALUE
003384         PERFORM write-summary-line
003385         MOVE "DOUBLONS" TO WS-SUMM-TAG
003386         MOVE NB-DOUBLONS TO WS-SUMM-VALUE
003387         PERFORM write-summary-line
003388         MOVE "REJETS" TO WS-SUMM-TAG
003389         MOVE NB-REJETS TO WS-SUMM-VALUE
003390         PERFORM write-summary-line
003391         MOVE "QUARANTAINE" TO WS-SUMM-TAG
003392         MOVE NB-QUARANTAINE TO WS-SUMM-VALUE
003393         PERFORM write-summary-line
003394         MOVE "RESOUMIS" TO WS-SUMM-TAG
003395         MOVE NB-RESOUMIS TO WS-SUMM-VALUE
003396         PERFORM write-summary-line
003397         MOVE "RESOUMIS-SCORES" TO WS-SUMM-TAG
003398         MOVE NB-RESOUMIS-OK TO WS-SUMM-VALUE
003399         PERFORM write-summary-line
003400         MOVE "RESOUMIS-REJETES" TO WS-SUMM-TAG
003401         MOVE NB-RESOUMIS-REJ TO WS-SUMM-VALUE
003402         PERFORM write-summary-line
003403         MOVE "DEBUT-PASSAGE" TO WS-SUMM-TAG
003404         MOVE SPACES TO WS-SUMM-VALUE
003405         STRING WS-DEBUT-DATE " " WS-DEBUT-HEURE(1:6)
003406             INTO WS-SUMM-VALUE
003407         END-STRING
003408         PERFORM write-summary-line
003409         MOVE "FIN-PASSAGE" TO WS-SUMM-TAG
003410         MOVE SPACES TO WS-SUMM-VALUE
003411         STRING WS-TODAY " " WS-CHRONO-FIN-H(1:6)
003412             INTO WS-SUMM-VALUE
003413         END-STRING
003414         PERFORM write-summary-line
003415         MOVE "DUREE-TOTALE-SEC" TO WS-SUMM-TAG
003416         MOVE DUR-TOTAL-SEC TO WS-SUMM-VALUE
003417         PERFORM write-summary-line
003418         MOVE "DUREE-PILOTAGE-SEC" TO WS-SUMM-TAG
003419         MOVE DUR-PARMS-SEC TO WS-SUMM-VALUE
003420         PERFORM write-summary-line
003421         MOVE "DUREE-SCORING-SEC" TO WS-SUMM-TAG
003422         MOVE DUR-SCORING-SEC TO WS-SUMM-VALUE
003423         PERFORM write-summary-line
003424         MOVE "DUREE-EXTRAIT-SEC" TO WS-SUMM-TAG
003425         MOVE DUR-EXTRAIT-SEC TO WS-SUMM-VALUE
003426         PERFORM write-summary-line
003427         MOVE "DUREE-EQUILIBRAGE-SEC" TO WS-SUMM-TAG
003428         MOVE DUR-EQUIL-SEC TO WS-SUMM-VALUE
003429         PERFORM write-summary-line
003430         MOVE "FENETRE-MINUTES" TO WS-SUMM-TAG
003431         MOVE WS-WINDOW-MINUTES TO WS-SUMM-VALUE
003432         PERFORM write-summary-line
003433         MOVE "CODE-RETOUR" TO WS-SUMM-TAG
003434         MOVE WS-JOB-RC TO WS-SUMM-VALUE
003435         PERFORM write-summary-line
003436         MOVE "STATUT" TO WS-SUMM-TAG
003437         MOVE WS-JOB-STATUS-TXT TO WS-SUMM-VALUE
003438         PERFORM write-summary-line
003439         CLOSE SUMMARY-FILE
003440     END-IF.
003441
003442 tally-analytics.
003443* Statistiques de rejet du code courant (contenu valide
003444* uniquement) : frequence de la paire interdite fautive,
003445* repartition des voyelles parmi les rejets "voyelles
003446* insuffisantes", et detection des quasi-admis - echec sur un
003447* seul critere d'une partie. Les lignes de detail suivent la
003448* meme suppression de sorties que les autres fichiers lors d'une
003449* reprise ; les compteurs, eux, sont toujours tenus (ils sont
003450* recomptes pendant le rejeu).
003451     IF WS-RAN-PREM = 'Y' AND WS-PREM-FLAG = 'N'
003452         PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
003453                 UNTIL WS-REGLE-IDX > WS-REGLE-NB-PAIRES
003454             IF WS-P1-BAD-PAIR = WS-REGLE-PAIRE(WS-REGLE-IDX)
003455                 ADD 1 TO NB-PAIRE-CNT(WS-REGLE-IDX)
003456             END-IF
003457         END-PERFORM
003458* La repartition des voyelles reste bornee a 0-2, quelle que
003459* soit la valeur du seuil de la version active.
003460         IF WS-P1-BAD-PAIR = SPACES
003461                 AND WS-P1-NB-VOY < WS-REGLE-MIN-VOY
003462                 AND WS-P1-NB-VOY < 3
003463             COMPUTE WS-VOY-DIST-IDX = WS-P1-NB-VOY + 1
003464             ADD 1 TO WS-VOY-DIST(WS-VOY-DIST-IDX)
003465         END-IF
003466         MOVE 0 TO WS-QUASI-ECHECS
003467         IF WS-P1-BAD-PAIR NOT = SPACES
003468             ADD 1 TO WS-QUASI-ECHECS
003469             MOVE "paire interdite seule" TO WS-QUASI-MOTIF
003470         END-IF
003471         IF WS-P1-NB-VOY < WS-REGLE-MIN-VOY
003472             ADD 1 TO WS-QUASI-ECHECS
003473             MOVE "voyelles insuffisantes" TO WS-QUASI-MOTIF
003474         END-IF
003475         IF WS-REGLE-DOUBLE = 'Y' AND WS-P1-DOUBLE = 'N'
003476             ADD 1 TO WS-QUASI-ECHECS
003477             MOVE "double manquant" TO WS-QUASI-MOTIF
003478         END-IF
003479         IF WS-QUASI-ECHECS = 1
003480             MOVE "P1" TO WS-QUASI-PARTIE
003481             PERFORM write-quasi-line
003482         END-IF
003483     END-IF.
003484     IF WS-RAN-DEUX = 'Y' AND WS-DEUX-FLAG = 'N'
003485         MOVE 0 TO WS-QUASI-ECHECS
003486         IF WS-MATCHED-GAP-CHAR = SPACE
003487             ADD 1 TO WS-QUASI-ECHECS
003488             MOVE "entre-deux manquant" TO WS-QUASI-MOTIF
003489         END-IF
003490         IF WS-MATCHED-PAIR = SPACES
003491             ADD 1 TO WS-QUASI-ECHECS
003492             MOVE "paire repetee manquante" TO WS-QUASI-MOTIF
003493         END-IF
003494         IF WS-QUASI-ECHECS = 1
003495             MOVE "P2" TO WS-QUASI-PARTIE
003496             PERFORM write-quasi-line
003497         END-IF
003498     END-IF.
003499     IF WS-RAN-TROIS = 'Y' AND WS-TROIS-FLAG = 'N'
003500         MOVE 0 TO WS-QUASI-ECHECS
003501         IF WS-P3-TRIPLET = 'Y'
003502             ADD 1 TO WS-QUASI-ECHECS
003503             MOVE "triplet present" TO WS-QUASI-MOTIF
003504         END-IF
003505         IF WS-P3-NB-VOY < 2
003506             ADD 1 TO WS-QUASI-ECHECS
003507             MOVE "voyelles insuffisantes" TO WS-QUASI-MOTIF
003508         END-IF
003509         IF WS-QUASI-ECHECS = 1
003510             MOVE "P3" TO WS-QUASI-PARTIE
003511             PERFORM write-quasi-line
003512         END-IF
003513     END-IF.
003514
003515 write-quasi-line.
003516     ADD 1 TO NB-QUASI.
003517     IF WS-SUPPRESS-OUTPUT = 'N'
003518         MOVE SPACES TO ANALYTICS-LINE
003519         STRING "QUASI " WS-QUASI-PARTIE " : " MY-STR
003520             " - " WS-QUASI-MOTIF
003521             INTO ANALYTICS-LINE
003522         END-STRING
003523         WRITE ANALYTICS-LINE END-WRITE
003524     END-IF.
003525
003526 write-analytics-summary.
003527* Recapitulatif chiffre des statistiques de rejet du passage,
003528* apres la liste des quasi-admis.
003529     MOVE SPACES TO ANALYTICS-LINE.
003530     MOVE "Statistiques de rejet du passage :" TO ANALYTICS-LINE.
003531     WRITE ANALYTICS-LINE END-WRITE.
003532* Une ligne par paire interdite de la version active.
003533     PERFORM VARYING WS-REGLE-IDX FROM 1 BY 1
003534             UNTIL WS-REGLE-IDX > WS-REGLE-NB-PAIRES
003535         MOVE SPACES TO ANALYTICS-LINE
003536         STRING "  Paire interdite " WS-REGLE-PAIRE(WS-REGLE-IDX)
003537             " : " NB-PAIRE-CNT(WS-REGLE-IDX)
003538             INTO ANALYTICS-LINE
003539         END-STRING
003540         WRITE ANALYTICS-LINE END-WRITE
003541     END-PERFORM.
003542     MOVE SPACES TO ANALYTICS-LINE.
003543     STRING "  Voyelles des rejets partie 1 - 0 : "
003544         WS-VOY-DIST(1)
003545         " - 1 : " WS-VOY-DIST(2)
003546         " - 2 : " WS-VOY-DIST(3)
003547         INTO ANALYTICS-LINE
003548     END-STRING.
003549     WRITE ANALYTICS-LINE END-WRITE.
003550     MOVE SPACES TO ANALYTICS-LINE.
003551     STRING "  Quasi-admis (un seul critere en echec) : "
003552         NB-QUASI
003553         INTO ANALYTICS-LINE
003554     END-STRING.
003555     WRITE ANALYTICS-LINE END-WRITE.
003556
003557 snapshot-file-counters.
003558* Photographie des compteurs cumules a l'ouverture d'un fichier
003559* d'entree, pour les sous-totaux de write-file-subtotals.
003560     MOVE NB-NICE-PREM TO WS-DEBUT-NICE-PREM.
003561     MOVE NB-NICE-DEUX TO WS-DEBUT-NICE-DEUX.
003562     MOVE NB-NICE-TROIS TO WS-DEBUT-NICE-TROIS.
003563     MOVE NB-REJ-VOYELLES TO WS-DEBUT-REJ-VOY.
003564     MOVE NB-REJ-PAIRE-INTERDITE TO WS-DEBUT-REJ-PAIRE.
003565     MOVE NB-REJ-SANS-DOUBLE TO WS-DEBUT-REJ-DOUBLE.
003566     MOVE NB-REJ-SANS-ENTRE-DEUX TO WS-DEBUT-REJ-ENTRE.
003567     MOVE NB-REJ-SANS-PAIRE TO WS-DEBUT-REJ-SPAIRE.
003568     MOVE NB-REJ-TROIS TO WS-DEBUT-REJ-TROIS.
003569     MOVE NB-REJ-CARACTERES TO WS-DEBUT-REJ-CARS.
003570     MOVE NB-REJETS TO WS-DEBUT-REJETS.
003571     MOVE WS-TOTAL-SCORED TO WS-DEBUT-SCORED.
003572     MOVE NB-DOUBLONS TO WS-DEBUT-DOUBLONS.
003573
003574 write-file-subtotals.
003575* Sous-totaux du fichier qui vient d'etre traite : les
003576* photographies d'ouverture sont transformees en ecarts (elles ne
003577* servent plus ensuite) puis editees dans report.txt, avant les
003578* totaux generaux. Lors d'une reprise, les lignes rejouees sans
003579* toucher aux compteurs ne s'y retrouvent pas : les sous-totaux
003580* decrivent le present passage.
003581     COMPUTE WS-DEBUT-NICE-PREM =
003582         NB-NICE-PREM - WS-DEBUT-NICE-PREM.
003583     COMPUTE WS-DEBUT-NICE-DEUX =
003584         NB-NICE-DEUX - WS-DEBUT-NICE-DEUX.
003585     COMPUTE WS-DEBUT-NICE-TROIS =
003586         NB-NICE-TROIS - WS-DEBUT-NICE-TROIS.
003587     COMPUTE WS-DEBUT-REJ-VOY =
003588         NB-REJ-VOYELLES - WS-DEBUT-REJ-VOY.
003589     COMPUTE WS-DEBUT-REJ-PAIRE =
003590         NB-REJ-PAIRE-INTERDITE - WS-DEBUT-REJ-PAIRE.
003591     COMPUTE WS-DEBUT-REJ-DOUBLE =
003592         NB-REJ-SANS-DOUBLE - WS-DEBUT-REJ-DOUBLE.
003593     COMPUTE WS-DEBUT-REJ-ENTRE =
003594         NB-REJ-SANS-ENTRE-DEUX - WS-DEBUT-REJ-ENTRE.
003595     COMPUTE WS-DEBUT-REJ-SPAIRE =
003596         NB-REJ-SANS-PAIRE - WS-DEBUT-REJ-SPAIRE.
003597     COMPUTE WS-DEBUT-REJ-TROIS =
003598         NB-REJ-TROIS - WS-DEBUT-REJ-TROIS.
003599     COMPUTE WS-DEBUT-REJ-CARS =
003600         NB-REJ-CARACTERES - WS-DEBUT-REJ-CARS.
003601     COMPUTE WS-DEBUT-REJETS =
003602         NB-REJETS - WS-DEBUT-REJETS.
003603     COMPUTE WS-DEBUT-SCORED =
003604         WS-TOTAL-SCORED - WS-DEBUT-SCORED.
003605     COMPUTE WS-DEBUT-DOUBLONS =
003606         NB-DOUBLONS - WS-DEBUT-DOUBLONS.
003607     MOVE SPACES TO REPORT-LINE.
003608     STRING "Sous-totaux fichier : " WS-INPUT-FILE
003609         INTO REPORT-LINE
003610     END-STRING.
003611     WRITE REPORT-LINE END-WRITE.
003612     PERFORM write-profile-line.
003613     MOVE SPACES TO REPORT-LINE.
003614     STRING "  Lus : " WS-FILE-RECS
003615         " - scores : " WS-DEBUT-SCORED
003616         " - doublons : " WS-DEBUT-DOUBLONS
003617         INTO REPORT-LINE
003618     END-STRING.
003619     WRITE REPORT-LINE END-WRITE.
003620     MOVE SPACES TO REPORT-LINE.
003621     STRING "  Nice - Partie 1 : " WS-DEBUT-NICE-PREM
003622         " - Partie 2 : " WS-DEBUT-NICE-DEUX
003623         " - Partie 3 : " WS-DEBUT-NICE-TROIS
003624         INTO REPORT-LINE
003625     END-STRING.
003626     WRITE REPORT-LINE END-WRITE.
003627     MOVE SPACES TO REPORT-LINE.
003628     STRING "  Rejets : " WS-DEBUT-REJETS
003629         " - P1 voyelles : " WS-DEBUT-REJ-VOY
003630         " - P1 paire : " WS-DEBUT-REJ-PAIRE
003631         " - P1 double : " WS-DEBUT-REJ-DOUBLE
003632         INTO REPORT-LINE
003633     END-STRING.
003634     WRITE REPORT-LINE END-WRITE.
003635     MOVE SPACES TO REPORT-LINE.
003636     STRING "  Rejets (suite) - P2 entre-deux : "
003637         WS-DEBUT-REJ-ENTRE
003638         " - P2 paire : " WS-DEBUT-REJ-SPAIRE
003639         " - P3 : " WS-DEBUT-REJ-TROIS
003640         " - caracteres : " WS-DEBUT-REJ-CARS
003641         INTO REPORT-LINE
003642     END-STRING.
003643     WRITE REPORT-LINE END-WRITE.
003644     PERFORM note-source-stats.
003645
003646 note-source-stats.
003647* Versement des sous-totaux du fichier au suivi par source : la
003648* source vient de l'en-tete HDR du fichier qui vient d'etre
003649* traite, INCONN a defaut d'en-tete. Les ecarts WS-DEBUT-* ont
003650* deja ete transformes en deltas du fichier par
003651* write-file-subtotals.
003652     MOVE WS-CTL-SOURCE TO WS-SRC-CUR.
003653     IF WS-SRC-CUR = SPACES
003654         MOVE "INCONN" TO WS-SRC-CUR
003655     END-IF.
003656     MOVE 0 TO WS-SRC-POS.
003657     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
003658             UNTIL WS-SRC-IDX > WS-SRC-COUNT
003659         IF WS-SRC-ID(WS-SRC-IDX) = WS-SRC-CUR
003660             MOVE WS-SRC-IDX TO WS-SRC-POS
003661             EXIT PERFORM
003662         END-IF
003663     END-PERFORM.
003664     IF WS-SRC-POS = 0
003665         IF WS-SRC-COUNT < 20
003666             ADD 1 TO WS-SRC-COUNT
003667             MOVE WS-SRC-COUNT TO WS-SRC-POS
003668             INITIALIZE WS-SRC-ENTRY(WS-SRC-POS)
003669             MOVE WS-SRC-CUR TO WS-SRC-ID(WS-SRC-POS)
003670         ELSE
003671             MOVE 'Y' TO WS-SRC-FULL
003672         END-IF
003673     END-IF.
003674     IF WS-SRC-POS > 0
003675         ADD 1 TO WS-SRC-FICH(WS-SRC-POS)
003676         MOVE WS-PROFIL-COURANT TO WS-SRC-PROFIL(WS-SRC-POS)
003677         ADD WS-FILE-RECS TO WS-SRC-RECS(WS-SRC-POS)
003678         ADD WS-DEBUT-SCORED TO WS-SRC-SCORED(WS-SRC-POS)
003679         ADD WS-DEBUT-REJETS TO WS-SRC-REJETS(WS-SRC-POS)
003680         ADD WS-DEBUT-REJ-VOY TO WS-SRC-REJ-DET(WS-SRC-POS, 1)
003681         ADD WS-DEBUT-REJ-PAIRE
003682             TO WS-SRC-REJ-DET(WS-SRC-POS, 2)
003683         ADD WS-DEBUT-REJ-DOUBLE
003684             TO WS-SRC-REJ-DET(WS-SRC-POS, 3)
003685         ADD WS-DEBUT-REJ-ENTRE
003686             TO WS-SRC-REJ-DET(WS-SRC-POS, 4)
003687         ADD WS-DEBUT-REJ-SPAIRE
003688             TO WS-SRC-REJ-DET(WS-SRC-POS, 5)
003689         ADD WS-DEBUT-REJ-TROIS
003690             TO WS-SRC-REJ-DET(WS-SRC-POS, 6)
003691         ADD WS-DEBUT-REJ-CARS
003692             TO WS-SRC-REJ-DET(WS-SRC-POS, 7)
003693     END-IF.
003694
003695 update-source-stats.
003696* Fin de passage : en partition, les ecarts du jour partent dans
003697* sources-pnn.dat pour la consolidation ; sinon ils sont fusionnes
003698* dans sources.dat et le rapport de qualite des sources est
003699* reedite.
003700     IF WS-SRC-FULL = 'Y'
003701         DISPLAY "ATTENTION : table des sources saturee a 20, "
003702             "suivi de qualite incomplet" END-DISPLAY
003703         MOVE 'W' TO WS-JRN-SEV
003704         MOVE "table des sources saturee, suivi incomplet"
003705             TO WS-JRN-MSG
003706         PERFORM write-journal
003707         MOVE 4 TO WS-JOB-RC-NEW
003708         PERFORM raise-job-rc
003709     END-IF.
003710     IF WS-PART-MODE = 'Y'
003711         PERFORM write-source-deltas
003712     ELSE
003713         PERFORM load-cum-sources
003714         PERFORM merge-run-sources
003715         PERFORM write-cum-sources
003716         PERFORM write-source-quality
003717     END-IF.
003718
003719 write-source-deltas.
003720     OPEN OUTPUT SOURCES-FILE.
003721     IF WS-SOURCES-STATUS NOT = "00"
003722         DISPLAY "ATTENTION : ecriture des ecarts de sources "
003723             "impossible (status " WS-SOURCES-STATUS ")"
003724             END-DISPLAY
003725         MOVE 'W' TO WS-JRN-SEV
003726         MOVE "ecriture des ecarts de sources impossible"
003727             TO WS-JRN-MSG
003728         PERFORM write-journal
003729         MOVE 4 TO WS-JOB-RC-NEW
003730         PERFORM raise-job-rc
003731     ELSE
003732         PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
003733                 UNTIL WS-SRC-IDX > WS-SRC-COUNT
003734             INITIALIZE WS-SRC-REC
003735             MOVE WS-SRC-ID(WS-SRC-IDX) TO SRC-R-ID
003736             MOVE WS-SRC-FICH(WS-SRC-IDX) TO SRC-R-FICH
003737             MOVE WS-SRC-RECS(WS-SRC-IDX) TO SRC-R-RECS
003738             MOVE WS-SRC-SCORED(WS-SRC-IDX) TO SRC-R-SCORED
003739             MOVE WS-SRC-REJETS(WS-SRC-IDX) TO SRC-R-REJETS
003740             PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
003741                     UNTIL WS-CUM-IDX > 7
003742                 MOVE WS-SRC-REJ-DET(WS-SRC-IDX, WS-CUM-IDX)
003743                     TO SRC-R-REJ(WS-CUM-IDX)
003744             END-PERFORM
003745             MOVE 0 TO SRC-R-PCT
003746             MOVE WS-SRC-PROFIL(WS-SRC-IDX) TO SRC-R-PROFIL
003747             MOVE SPACES TO SOURCES-LINE
003748             MOVE WS-SRC-REC TO SOURCES-LINE
003749             WRITE SOURCES-LINE END-WRITE
003750         END-PERFORM
003751         CLOSE SOURCES-FILE
003752     END-IF.
003753
003754 load-cum-sources.
003755* Recharge l'etat cumule de sources.dat ; fichier absent au
003756* premier passage, la table part vide.
003757     OPEN INPUT SOURCES-FILE.
003758     IF WS-SOURCES-STATUS = "00"
003759         PERFORM UNTIL WS-SOURCES-STATUS NOT = "00"
003760             READ SOURCES-FILE
003761             IF WS-SOURCES-STATUS = "00"
003762                 PERFORM load-one-cum-source
003763             END-IF
003764         END-PERFORM
003765         CLOSE SOURCES-FILE
003766     END-IF.
003767
003768 load-one-cum-source.
003769     MOVE SOURCES-LINE(1:129) TO WS-SRC-REC.
003770     IF SRC-R-ID NOT = SPACES AND SRC-R-RECS IS NUMERIC
003771         IF WS-CUM-COUNT < 100
003772             ADD 1 TO WS-CUM-COUNT
003773             INITIALIZE WS-CUM-ENTRY(WS-CUM-COUNT)
003774             MOVE SRC-R-ID TO WS-CUM-ID(WS-CUM-COUNT)
003775             MOVE SRC-R-FICH TO WS-CUM-FICH(WS-CUM-COUNT)
003776             MOVE SRC-R-RECS TO WS-CUM-RECS(WS-CUM-COUNT)
003777             MOVE SRC-R-SCORED TO WS-CUM-SCORED(WS-CUM-COUNT)
003778             MOVE SRC-R-REJETS TO WS-CUM-REJETS(WS-CUM-COUNT)
003779             PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
003780                     UNTIL WS-CUM-IDX > 7
003781                 MOVE SRC-R-REJ(WS-CUM-IDX)
003782                     TO WS-CUM-REJ-DET(WS-CUM-COUNT, WS-CUM-IDX)
003783             END-PERFORM
003784             MOVE SRC-R-PCT
003785                 TO WS-CUM-DERNIER-PCT(WS-CUM-COUNT)
003786             MOVE SPACES TO WS-CUM-TENDANCE(WS-CUM-COUNT)
003787             MOVE 'N' TO WS-CUM-EDITE(WS-CUM-COUNT)
003788             MOVE SRC-R-PROFIL TO WS-CUM-PROFIL(WS-CUM-COUNT)
003789         ELSE
003790             MOVE 'Y' TO WS-CUM-FULL
003791         END-IF
003792     END-IF.
003793
003794 merge-run-sources.
003795* Verse les ecarts du passage dans l'etat cumule : taux du jour,
003796* tendance contre le dernier taux memorise, et le taux du jour
003797* devient le dernier taux pour le passage suivant.
003798     PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
003799             UNTIL WS-SRC-IDX > WS-SRC-COUNT
003800         PERFORM merge-one-run-source
003801     END-PERFORM.
003802     IF WS-CUM-FULL = 'Y'
003803         DISPLAY "ATTENTION : etat des sources sature a 100, "
003804             "suivi de qualite incomplet" END-DISPLAY
003805         MOVE 'W' TO WS-JRN-SEV
003806         MOVE "etat des sources sature, suivi incomplet"
003807             TO WS-JRN-MSG
003808         PERFORM write-journal
003809         MOVE 4 TO WS-JOB-RC-NEW
003810         PERFORM raise-job-rc
003811     END-IF.
003812
003813 merge-one-run-source.
003814     MOVE 0 TO WS-CUM-POS.
003815     PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
003816             UNTIL WS-CUM-IDX > WS-CUM-COUNT
003817         IF WS-CUM-ID(WS-CUM-IDX) = WS-SRC-ID(WS-SRC-IDX)
003818             MOVE WS-CUM-IDX TO WS-CUM-POS
003819             EXIT PERFORM
003820         END-IF
003821     END-PERFORM.
003822     IF WS-CUM-POS = 0
003823         IF WS-CUM-COUNT < 100
003824             ADD 1 TO WS-CUM-COUNT
003825             MOVE WS-CUM-COUNT TO WS-CUM-POS
003826             INITIALIZE WS-CUM-ENTRY(WS-CUM-POS)
003827             MOVE WS-SRC-ID(WS-SRC-IDX) TO WS-CUM-ID(WS-CUM-POS)
003828             MOVE 'N' TO WS-CUM-EDITE(WS-CUM-POS)
003829         ELSE
003830             MOVE 'Y' TO WS-CUM-FULL
003831         END-IF
003832     END-IF.
003833     IF WS-CUM-POS > 0
003834         ADD WS-SRC-FICH(WS-SRC-IDX) TO WS-CUM-FICH(WS-CUM-POS)
003835         MOVE WS-SRC-PROFIL(WS-SRC-IDX)
003836             TO WS-CUM-PROFIL(WS-CUM-POS)
003837         ADD WS-SRC-RECS(WS-SRC-IDX) TO WS-CUM-RECS(WS-CUM-POS)
003838         ADD WS-SRC-SCORED(WS-SRC-IDX)
003839             TO WS-CUM-SCORED(WS-CUM-POS)
003840         ADD WS-SRC-REJETS(WS-SRC-IDX)
003841             TO WS-CUM-REJETS(WS-CUM-POS)
003842         PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
003843                 UNTIL WS-CUM-IDX > 7
003844             ADD WS-SRC-REJ-DET(WS-SRC-IDX, WS-CUM-IDX)
003845                 TO WS-CUM-REJ-DET(WS-CUM-POS, WS-CUM-IDX)
003846         END-PERFORM
003847         IF WS-SRC-RECS(WS-SRC-IDX) > 0
003848             COMPUTE WS-CUM-JOUR-PCT(WS-CUM-POS) =
003849                 WS-SRC-REJETS(WS-SRC-IDX) * 100
003850                 / WS-SRC-RECS(WS-SRC-IDX)
003851         ELSE
003852             MOVE 0 TO WS-CUM-JOUR-PCT(WS-CUM-POS)
003853         END-IF
003854         MOVE "STABLE" TO WS-CUM-TENDANCE(WS-CUM-POS)
003855         IF WS-CUM-JOUR-PCT(WS-CUM-POS)
003856                 > WS-CUM-DERNIER-PCT(WS-CUM-POS)
003857             MOVE "HAUSSE" TO WS-CUM-TENDANCE(WS-CUM-POS)
003858         END-IF
003859         IF WS-CUM-JOUR-PCT(WS-CUM-POS)
003860                 < WS-CUM-DERNIER-PCT(WS-CUM-POS)
003861             MOVE "BAISSE" TO WS-CUM-TENDANCE(WS-CUM-POS)
003862         END-IF
003863         MOVE WS-CUM-JOUR-PCT(WS-CUM-POS)
003864             TO WS-CUM-DERNIER-PCT(WS-CUM-POS)
003865     END-IF.
003866
003867 write-cum-sources.
003868     MOVE "sources.dat" TO WS-SOURCES-NAME.
003869     OPEN OUTPUT SOURCES-FILE.
003870     IF WS-SOURCES-STATUS NOT = "00"
003871         DISPLAY "ATTENTION : sources.dat inecrivable (status "
003872             WS-SOURCES-STATUS ")" END-DISPLAY
003873         MOVE 'W' TO WS-JRN-SEV
003874         MOVE "sources.dat inecrivable" TO WS-JRN-MSG
003875         PERFORM write-journal
003876         MOVE 4 TO WS-JOB-RC-NEW
003877         PERFORM raise-job-rc
003878     ELSE
003879         PERFORM VARYING WS-CUM-POS FROM 1 BY 1
003880                 UNTIL WS-CUM-POS > WS-CUM-COUNT
003881             INITIALIZE WS-SRC-REC
003882             MOVE WS-CUM-ID(WS-CUM-POS) TO SRC-R-ID
003883             MOVE WS-CUM-FICH(WS-CUM-POS) TO SRC-R-FICH
003884             MOVE WS-CUM-RECS(WS-CUM-POS) TO SRC-R-RECS
003885             MOVE WS-CUM-SCORED(WS-CUM-POS) TO SRC-R-SCORED
003886             MOVE WS-CUM-REJETS(WS-CUM-POS) TO SRC-R-REJETS
003887             PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
003888                     UNTIL WS-CUM-IDX > 7
003889                 MOVE WS-CUM-REJ-DET(WS-CUM-POS, WS-CUM-IDX)
003890                     TO SRC-R-REJ(WS-CUM-IDX)
003891             END-PERFORM
003892             MOVE WS-CUM-DERNIER-PCT(WS-CUM-POS) TO SRC-R-PCT
003893             MOVE WS-CUM-PROFIL(WS-CUM-POS) TO SRC-R-PROFIL
003894             MOVE SPACES TO SOURCES-LINE
003895             MOVE WS-SRC-REC TO SOURCES-LINE
003896             WRITE SOURCES-LINE END-WRITE
003897         END-PERFORM
003898         CLOSE SOURCES-FILE
003899     END-IF.
003900
003901 write-source-quality.
003902* Classement des sources par taux de rejet cumule decroissant,
003903* avec le taux et la tendance du jour pour les sources vues dans
003904* ce passage.
003905     OPEN OUTPUT QUALITE-FILE.
003906     IF WS-QUAL-STATUS NOT = "00"
003907         DISPLAY "ATTENTION : ecriture de qualite-sources.txt "
003908             "impossible (status " WS-QUAL-STATUS ")"
003909             END-DISPLAY
003910         MOVE 'W' TO WS-JRN-SEV
003911         MOVE "ecriture de qualite-sources.txt impossible"
003912             TO WS-JRN-MSG
003913         PERFORM write-journal
003914         MOVE 4 TO WS-JOB-RC-NEW
003915         PERFORM raise-job-rc
003916     ELSE
003917         MOVE SPACES TO QUALITE-LINE
003918         STRING "Qualite des sources au " WS-TODAY
003919             " (taux de rejet cumule decroissant)"
003920             INTO QUALITE-LINE
003921         END-STRING
003922         WRITE QUALITE-LINE END-WRITE
003923         PERFORM VARYING WS-RANG FROM 1 BY 1
003924                 UNTIL WS-RANG > WS-CUM-COUNT
003925             PERFORM write-one-quality-line
003926         END-PERFORM
003927         CLOSE QUALITE-FILE
003928     END-IF.
003929
003930 write-one-quality-line.
003931* Selection du pire taux cumule restant ; les entrees deja
003932* editees sont marquees.
003933     MOVE 0 TO WS-MAX-IDX.
003934     MOVE 0 TO WS-MAX-PCT.
003935     PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
003936             UNTIL WS-CUM-IDX > WS-CUM-COUNT
003937         IF WS-CUM-EDITE(WS-CUM-IDX) = 'N'
003938             IF WS-CUM-RECS(WS-CUM-IDX) > 0
003939                 COMPUTE WS-PCT-CUM =
003940                     WS-CUM-REJETS(WS-CUM-IDX) * 100
003941                     / WS-CUM-RECS(WS-CUM-IDX)
003942             ELSE
003943                 MOVE 0 TO WS-PCT-CUM
003944             END-IF
003945             IF WS-MAX-IDX = 0 OR WS-PCT-CUM > WS-MAX-PCT
003946                 MOVE WS-CUM-IDX TO WS-MAX-IDX
003947                 MOVE WS-PCT-CUM TO WS-MAX-PCT
003948             END-IF
003949         END-IF
003950     END-PERFORM.
003951     IF WS-MAX-IDX > 0
003952         MOVE 'Y' TO WS-CUM-EDITE(WS-MAX-IDX)
003953         MOVE WS-MAX-PCT TO WS-PCT-ED
003954         MOVE SPACES TO QUALITE-LINE
003955         IF WS-CUM-TENDANCE(WS-MAX-IDX) = SPACES
003956             STRING "  " WS-RANG " - " WS-CUM-ID(WS-MAX-IDX)
003957                 " - rejets " WS-CUM-REJETS(WS-MAX-IDX)
003958                 " sur " WS-CUM-RECS(WS-MAX-IDX)
003959                 " - taux cumule " WS-PCT-ED "%"
003960                 " - hors passage du jour"
003961                 INTO QUALITE-LINE
003962             END-STRING
003963         ELSE
003964             MOVE WS-CUM-JOUR-PCT(WS-MAX-IDX) TO WS-PCT-ED2
003965             STRING "  " WS-RANG " - " WS-CUM-ID(WS-MAX-IDX)
003966                 " - rejets " WS-CUM-REJETS(WS-MAX-IDX)
003967                 " sur " WS-CUM-RECS(WS-MAX-IDX)
003968                 " - taux cumule " WS-PCT-ED "%"
003969                 " - jour " WS-PCT-ED2 "% "
003970                 WS-CUM-TENDANCE(WS-MAX-IDX)
003971                 INTO QUALITE-LINE
003972             END-STRING
003973         END-IF
003974         WRITE QUALITE-LINE END-WRITE
003975     END-IF.
003976
003977 update-code-master.
003978* Verse le verdict du code courant au fichier maitre via
003979* maitre-io et tient le delta du passage : nouveaux codes, codes
003980* revus inchanges, codes ayant change de verdict (ces derniers
003981* sont listes un par un pour l'equipe d'emission).
003982     MOVE 'U' TO WS-MST-ACTION.
003983     MOVE WS-PREM-FLAG TO WS-MST-FLAGS(1:1).
003984     MOVE WS-DEUX-FLAG TO WS-MST-FLAGS(2:1).
003985     MOVE WS-TROIS-FLAG TO WS-MST-FLAGS(3:1).
003986     MOVE 'N' TO WS-MST-DUAL.
003987     PERFORM check-code-dual.
003988     IF WS-DUAL-OK = 'Y'
003989         MOVE 'Y' TO WS-MST-DUAL
003990     END-IF.
003991* Les verdicts sont estampilles de la version de regles appliquee
003992* (celle du profil de la source), pour que requalification sache
003993* quels codes sont a rejouer.
003994     MOVE WS-REGLE-VERSION TO WS-MST-INFO(23:8).
003995* Un code retenu par blocage n'est pas envoye : le maitre ne doit
003996* pas le marquer dual envoye.
003997     IF WS-BLOQUE-FOUND = 'Y'
003998         MOVE 'N' TO WS-MST-DUAL
003999     END-IF.
004000     MOVE SPACE TO WS-MST-RESULT.
004001     CALL "maitre-io" USING WS-MST-ACTION, MY-STR,
004002         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
004003         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
004004         ON EXCEPTION MOVE 'N' TO WS-MST-OK
004005     END-CALL.
004006     IF WS-MST-RESULT = 'N'
004007         ADD 1 TO NB-MST-NOUVEAUX
004008     END-IF.
004009     IF WS-MST-RESULT = 'I'
004010         ADD 1 TO NB-MST-INCHANGES
004011     END-IF.
004012     IF WS-MST-RESULT = 'C'
004013         ADD 1 TO NB-MST-CHANGES
004014         MOVE SPACES TO REPORT-LINE
004015         STRING "CHANGEMENT : " MY-STR
004016             " - avant " WS-MST-OLD
004017             " - apres " WS-MST-FLAGS
004018             INTO REPORT-LINE
004019         END-STRING
004020         WRITE REPORT-LINE END-WRITE
004021     END-IF.
004022     IF WS-MST-RESULT = 'E'
004023         MOVE 'N' TO WS-MST-OK
004024         MOVE 4 TO WS-JOB-RC-NEW
004025         PERFORM raise-job-rc
004026     END-IF.
004027
004028 normalize-record.
004029* Tentative unique de reparation mecanique du code courant
004030* (MY-STR / WS-REC-LEN), reservee aux enregistrements qui
004031* echoueraient le controle de caracteres : pli A-Z vers a-z puis
004032* suppression des caracteres de queue hors a-z. La chaine
004033* d'origine n'est remplacee que si la chaine reparee passe la
004034* validation (caracteres ET fourchette de longueurs) ; sinon elle
004035* part en exception telle quelle, preuve a l'appui.
004036     MOVE 'N' TO WS-NORM-FAIT.
004037     IF WS-NORMALISATION = 'Y'
004038* La zone lue ne retient que 20 caracteres : au-dela, la queue
004039* est deja tronquee par la lecture et compte comme dechet de
004040* queue ; l'examen et la reparation portent sur la partie
004041* retenue.
004042         MOVE WS-REC-LEN TO WS-NORM-LEN
004043         IF WS-NORM-LEN > 20
004044             MOVE 20 TO WS-NORM-LEN
004045         END-IF
004046         PERFORM check-norm-necessaire
004047         IF WS-NORM-OK = 'N'
004048             PERFORM try-normalize
004049         END-IF
004050     END-IF.
004051
004052 check-norm-necessaire.
004053* Seule la partie retenue est examinee : un enregistrement trop
004054* long dont la partie retenue est entierement propre est un vrai
004055* code trop long, pas du dechet de queue - il reste rejete en
004056* longueur plutot que tronque en silence.
004057     MOVE 'Y' TO WS-NORM-OK.
004058     PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
004059             UNTIL WS-NORM-IDX > WS-NORM-LEN
004060         MOVE MY-STR(WS-NORM-IDX:1) TO WS-NORM-CHAR
004061         IF WS-NORM-CHAR < "a" OR WS-NORM-CHAR > "z"
004062             MOVE 'N' TO WS-NORM-OK
004063         END-IF
004064     END-PERFORM.
004065
004066 try-normalize.
004067     MOVE MY-STR TO WS-NORM-STR.
004068     INSPECT WS-NORM-STR
004069         CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004070                 TO "abcdefghijklmnopqrstuvwxyz".
004071     PERFORM UNTIL WS-NORM-LEN = 0
004072             OR (WS-NORM-STR(WS-NORM-LEN:1) >= "a"
004073             AND WS-NORM-STR(WS-NORM-LEN:1) <= "z")
004074         MOVE SPACE TO WS-NORM-STR(WS-NORM-LEN:1)
004075         SUBTRACT 1 FROM WS-NORM-LEN
004076     END-PERFORM.
004077     MOVE 'Y' TO WS-NORM-OK.
004078     PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
004079             UNTIL WS-NORM-IDX > WS-NORM-LEN
004080         MOVE WS-NORM-STR(WS-NORM-IDX:1) TO WS-NORM-CHAR
004081         IF WS-NORM-CHAR < "a" OR WS-NORM-CHAR > "z"
004082             MOVE 'N' TO WS-NORM-OK
004083         END-IF
004084     END-PERFORM.
004085     IF WS-NORM-LEN < WS-LEN-MIN OR WS-NORM-LEN > WS-LEN-MAX
004086         MOVE 'N' TO WS-NORM-OK
004087     END-IF.
004088     IF WS-NORM-OK = 'Y'
004089         MOVE WS-NORM-STR TO MY-STR
004090         MOVE WS-NORM-LEN TO WS-REC-LEN
004091         MOVE 'Y' TO WS-NORM-FAIT
004092         ADD 1 TO NB-NORMALISES
004093     END-IF.
004094
004095 check-seen-code.
004096* Recherche de MY-STR parmi les chaines deja vues du fichier de
004097* travail ; une chaine absente y est notee au passage (l'etat est
004098* rebati a l'identique lors d'une reprise puisque les lignes sont
004099* relues dans le meme ordre).
004100     MOVE 'V' TO WS-TRV-ACTION.
004101     MOVE MY-STR TO WS-TRV-CODE.
004102     MOVE SPACES TO WS-TRV-MARK.
004103     MOVE SPACE TO WS-TRV-RESULT.
004104     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004105         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004106         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004107     END-CALL.
004108     IF WS-TRV-RESULT = 'E'
004109         PERFORM abort-work-file
004110     END-IF.
004111     IF WS-TRV-RESULT = 'T'
004112         MOVE 'Y' TO WS-SEEN-FOUND
004113     ELSE
004114         MOVE 'N' TO WS-SEEN-FOUND
004115     END-IF.
004116
004117 note-dual-code.
004118* Verse WS-DUAL-NEW-CODE a l'extrait dual en collecte au fichier
004119* de travail ; un code deja present est ignore (la premiere
004120* occurrence, et donc son marqueur, l'emporte). L'ordre des cles
004121* de l'indexe remplace l'ancienne insertion triee en table.
004122     MOVE 'D' TO WS-TRV-ACTION.
004123     MOVE WS-DUAL-NEW-CODE TO WS-TRV-CODE.
004124     MOVE WS-DUAL-NEW-MARK TO WS-TRV-MARK.
004125     MOVE SPACE TO WS-TRV-RESULT.
004126     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004127         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004128         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004129     END-CALL.
004130     IF WS-TRV-RESULT = 'E'
004131         PERFORM abort-work-file
004132     END-IF.
004133* Seul un code qui entre a l'extrait recoit une destination : un
004134* code detourne (deja envoye) ou retenu par blocage ne part nulle
004135* part.
004136     IF WS-TRV-RESULT = 'N' AND WS-RTE-OK = 'Y'
004137             AND WS-DUAL-NEW-MARK NOT = "DEJA-ENV"
004138             AND WS-DUAL-NEW-MARK NOT = "BLOQUE"
004139         PERFORM note-dual-route
004140     END-IF.
004141     MOVE SPACES TO WS-DUAL-NEW-DEST.
004142
004143 note-dual-route.
004144* La destination rechargee d'un extrait du jour (resoumission)
004145* est gardee telle quelle ; sinon le code est route d'apres la
004146* source HDR de son fichier (blanc pour une resoumission, dont la
004147* source n'est plus connue).
004148     IF WS-DUAL-NEW-DEST = SPACES
004149         MOVE 'R' TO WS-RTE-ACTION
004150         MOVE WS-DUAL-NEW-SOURCE TO WS-RTE-SOURCE
004151         MOVE WS-DUAL-NEW-CODE TO WS-RTE-CODE
004152         PERFORM call-routage
004153         MOVE WS-RTE-DEST TO WS-DUAL-NEW-DEST
004154     END-IF.
004155     MOVE 'R' TO WS-TRV-ACTION.
004156     MOVE WS-DUAL-NEW-CODE TO WS-TRV-CODE.
004157     MOVE WS-DUAL-NEW-DEST TO WS-TRV-MARK.
004158     MOVE SPACE TO WS-TRV-RESULT.
004159     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004160         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004161         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004162     END-CALL.
004163     IF WS-TRV-RESULT = 'E'
004164         PERFORM abort-work-file
004165     END-IF.
004166
004167 find-dual-route.
004168* Destination du code courant du balayage (WS-TRV-CODE) ; un code
004169* sans destination notee est route sur son code seul.
004170     MOVE 'L' TO WS-TRV-ACTION.
004171     MOVE WS-TRV-CODE TO WS-RTE-CODE.
004172     MOVE SPACE TO WS-TRV-RESULT.
004173     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004174         WS-RTE-CODE, WS-RTE-DEST, WS-TRV-RESULT
004175         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004176     END-CALL.
004177     IF WS-TRV-RESULT = 'E'
004178         PERFORM abort-work-file
004179     END-IF.
004180     IF WS-TRV-RESULT NOT = 'T'
004181         MOVE 'R' TO WS-RTE-ACTION
004182         MOVE SPACES TO WS-RTE-SOURCE
004183         PERFORM call-routage
004184     END-IF.
004185     MOVE 'T' TO WS-TRV-RESULT.
004186
004187 call-routage.
004188     MOVE SPACES TO WS-RTE-DEST.
004189     MOVE SPACE TO WS-RTE-RESULT.
004190     CALL "routage" USING WS-RTE-ACTION, WS-RTE-SOURCE,
004191         WS-RTE-CODE, WS-RTE-DEST, WS-RTE-FICHIER, WS-RTE-LIGNES,
004192         WS-RTE-RESULT
004193         ON EXCEPTION MOVE 'A' TO WS-RTE-RESULT
004194     END-CALL.
004195
004196 load-routing-table.
004197* Sans table de routage (ou sans module), l'extrait unique part
004198* seul comme avant. Une table illisible est une erreur : mieux
004199* vaut arreter le passage que d'envoyer des codes au mauvais
004200* systeme.
004201     MOVE 'C' TO WS-RTE-ACTION.
004202     MOVE 0 TO WS-RTE-LIGNES.
004203     PERFORM call-routage.
004204     IF WS-RTE-RESULT = 'T'
004205         MOVE 'Y' TO WS-RTE-OK
004206     END-IF.
004207     IF WS-RTE-RESULT = 'E'
004208         DISPLAY "ERREUR : table de routage routage.dat invalide "
004209             "(ligne " WS-RTE-LIGNES "), passage abandonne"
004210             END-DISPLAY
004211         MOVE 'E' TO WS-JRN-SEV
004212         MOVE SPACES TO WS-JRN-MSG
004213         STRING "table de routage routage.dat invalide (ligne "
004214             WS-RTE-LIGNES
004215             "), passage abandonne"
004216             INTO WS-JRN-MSG
004217         END-STRING
004218         PERFORM write-journal
004219         MOVE 12 TO RETURN-CODE
004220         STOP RUN
004221     END-IF.
004222
004223 check-deja-envoye.
004224* Le code courant (WS-DUAL-NEW-CODE) a-t-il deja ete envoye un
004225* jour PRECEDENT ? La date d'envoi du registre fait foi : une
004226* entree du jour (reprise, resoumission) n'est pas un doublon
004227* d'envoi, l'extrait du jour etant reecrit en entier.
004228     MOVE 'N' TO WS-DEJA-FOUND.
004229     IF WS-DEDUP-ENVOYES = 'Y' AND WS-REG-OK = 'Y'
004230         MOVE 'L' TO WS-REG-ACTION
004231         MOVE WS-DUAL-NEW-CODE TO WS-REG-CODE
004232         MOVE SPACE TO WS-REG-RESULT
004233         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
004234             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
004235             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
004236             ON EXCEPTION MOVE 'N' TO WS-REG-OK
004237         END-CALL
004238         IF WS-REG-RESULT = 'T' AND WS-REG-DATE < WS-TODAY
004239             MOVE 'Y' TO WS-DEJA-FOUND
004240         END-IF
004241     END-IF.
004242
004243 open-blocages.
004244* Ouverture de la liste des blocages en consultation seule :
004245* jour-cinq ne la cree jamais. Liste absente (aucun blocage jamais
004246* pose) : rien n'est retenu, sans avertissement ; module absent :
004247* les blocages ne peuvent pas etre honores, d'ou l'avertissement.
004248     MOVE 'C' TO WS-BLQ-ACTION.
004249     MOVE 'Y' TO WS-BLQ-OK.
004250     MOVE SPACE TO WS-BLQ-RESULT.
004251     CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
004252         WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF, WS-BLQ-OPER,
004253         WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY, WS-BLQ-RESULT
004254         ON EXCEPTION
004255             MOVE 'N' TO WS-BLQ-OK
004256             MOVE SPACES TO REPORT-LINE
004257             STRING "ATTENTION : module des blocages absent, "
004258                 "blocages non honores"
004259                 INTO REPORT-LINE
004260             END-STRING
004261             WRITE REPORT-LINE END-WRITE
004262             MOVE 'W' TO WS-JRN-SEV
004263             MOVE "module des blocages absent, blocages ignores"
004264                 TO WS-JRN-MSG
004265             PERFORM write-journal
004266             MOVE 4 TO WS-JOB-RC-NEW
004267             PERFORM raise-job-rc
004268     END-CALL.
004269     IF WS-BLQ-RESULT = 'E'
004270         MOVE 'N' TO WS-BLQ-OK
004271         MOVE SPACES TO REPORT-LINE
004272         MOVE "Liste des blocages : aucune, aucun code retenu."
004273             TO REPORT-LINE
004274         WRITE REPORT-LINE END-WRITE
004275     END-IF.
004276
004277 check-code-bloque.
004278* Le code courant (WS-DUAL-NEW-CODE) est-il sous blocage actif,
004279* pour lui-meme ou par l'un de ses prefixes ? Un blocage expire
004280* ne retient plus rien.
004281     MOVE 'N' TO WS-BLOQUE-FOUND.
004282     IF WS-BLQ-OK = 'Y'
004283         MOVE 'L' TO WS-BLQ-ACTION
004284         MOVE WS-DUAL-NEW-CODE TO WS-BLQ-CODE
004285         MOVE SPACE TO WS-BLQ-RESULT
004286         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
004287             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
004288             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
004289             WS-BLQ-RESULT
004290             ON EXCEPTION MOVE 'N' TO WS-BLQ-OK
004291         END-CALL
004292         IF WS-BLQ-RESULT = 'T'
004293             MOVE 'Y' TO WS-BLOQUE-FOUND
004294         END-IF
004295     END-IF.
004296
004297 write-bloque-line.
004298* Liste des codes retenus par blocage : code (1-20), puis la
004299* nature, le motif, l'operateur et l'expiration du blocage qui
004300* s'applique (relus a l'ecriture, le code pouvant etre couvert
004301* par un prefixe).
004302     MOVE WS-TRV-CODE TO WS-DUAL-NEW-CODE.
004303     PERFORM check-code-bloque.
004304     MOVE SPACES TO BLOQUE-LINE.
004305     IF WS-BLOQUE-FOUND = 'Y'
004306         STRING WS-TRV-CODE " - " WS-BLQ-NATURE
004307             " - " WS-BLQ-MOTIF
004308             " - par " WS-BLQ-OPER
004309             " - expire " WS-BLQ-EXPIRE
004310             INTO BLOQUE-LINE
004311         END-STRING
004312     ELSE
004313         MOVE WS-TRV-CODE TO BLOQUE-LINE
004314     END-IF.
004315     IF WS-BLOQ-STATUS = "00"
004316         WRITE BLOQUE-LINE END-WRITE
004317     END-IF.
004318
004319 close-blocages.
004320     IF WS-BLQ-OK = 'Y'
004321         MOVE 'F' TO WS-BLQ-ACTION
004322         CALL "blocage-io" USING WS-BLQ-ACTION, WS-BLQ-CODE,
004323             WS-BLQ-PREFIXE, WS-BLQ-NATURE, WS-BLQ-MOTIF,
004324             WS-BLQ-OPER, WS-BLQ-POSE, WS-BLQ-EXPIRE, WS-TODAY,
004325             WS-BLQ-RESULT
004326             ON EXCEPTION CONTINUE
004327         END-CALL
004328     END-IF.
004329
004330 write-deja-line.
004331* Liste des codes detournes de l'extrait vif : deja envoyes un
004332* jour precedent, dates par le registre.
004333     MOVE 'L' TO WS-REG-ACTION.
004334     MOVE WS-TRV-CODE TO WS-REG-CODE.
004335     MOVE SPACE TO WS-REG-RESULT.
004336     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
004337         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
004338         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
004339         ON EXCEPTION MOVE SPACE TO WS-REG-RESULT
004340     END-CALL.
004341     MOVE SPACES TO DEJA-LINE.
004342     IF WS-REG-RESULT = 'T'
004343         STRING WS-TRV-CODE " - envoye le " WS-REG-DATE
004344             INTO DEJA-LINE
004345         END-STRING
004346     ELSE
004347         MOVE WS-TRV-CODE TO DEJA-LINE
004348     END-IF.
004349     WRITE DEJA-LINE END-WRITE.
004350
004351 open-work-file.
004352* (Re)cree le fichier de travail vide via travail-io ; module ou
004353* fichier indisponible, la detection des doublons et l'extrait
004354* dual seraient faux : le passage s'arrete en erreur dure avant
004355* d'avoir produit la moindre sortie.
004356     MOVE 'O' TO WS-TRV-ACTION.
004357     MOVE SPACE TO WS-TRV-RESULT.
004358     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004359         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004360         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004361     END-CALL.
004362     IF WS-TRV-RESULT = 'E'
004363         PERFORM abort-work-file
004364     END-IF.
004365
004366 close-work-file.
004367     MOVE 'F' TO WS-TRV-ACTION.
004368     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004369         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004370         ON EXCEPTION CONTINUE
004371     END-CALL.
004372
004373 abort-work-file.
004374     DISPLAY "ERREUR : fichier de travail indisponible ("
004375         FUNCTION TRIM(WS-TRV-NAME) "), passage abandonne"
004376         END-DISPLAY.
004377     MOVE 'E' TO WS-JRN-SEV.
004378     MOVE "fichier de travail indisponible, passage abandonne"
004379         TO WS-JRN-MSG.
004380     PERFORM write-journal.
004381     PERFORM release-run-lock.
004382     MOVE 12 TO RETURN-CODE.
004383     STOP RUN.
004384
004385 load-dual-extract.
004386* Recharge l'extrait du jour au fichier de travail (mode
004387* resoumission), marqueurs compris, avant d'y fusionner les codes
004388* issus des reprises. Les lignes de controle HDR/TRL de
004389* l'habillage ne sont pas des codes et sont sautees.
004390     OPEN INPUT DUAL-FILE.
004391     IF WS-DUAL-STATUS = "00"
004392         PERFORM UNTIL WS-DUAL-STATUS NOT = "00"
004393             READ DUAL-FILE
004394             IF WS-DUAL-STATUS = "00"
004395                 IF DUAL-LINE NOT = SPACES
004396                         AND DUAL-LINE(1:3) NOT = "HDR"
004397                         AND DUAL-LINE(1:3) NOT = "TRL"
004398                     MOVE DUAL-LINE(1:20) TO WS-DUAL-NEW-CODE
004399                     MOVE DUAL-LINE(22:8) TO WS-DUAL-NEW-MARK
004400                     MOVE SPACES TO WS-DUAL-NEW-SOURCE
004401                     MOVE DUAL-LINE(31:8) TO WS-DUAL-NEW-DEST
004402                     PERFORM note-dual-code
004403                 END-IF
004404             END-IF
004405         END-PERFORM
004406         CLOSE DUAL-FILE
004407     END-IF.
004408* La liste des codes retenus par blocage est rechargee de meme,
004409* marqueur BLOQUE, pour qu'elle survive a la reecriture.
004410     OPEN INPUT BLOQUE-FILE.
004411     IF WS-BLOQ-STATUS = "00"
004412         PERFORM UNTIL WS-BLOQ-STATUS NOT = "00"
004413             READ BLOQUE-FILE
004414             IF WS-BLOQ-STATUS = "00"
004415                 IF BLOQUE-LINE NOT = SPACES
004416                     MOVE BLOQUE-LINE(1:20) TO WS-DUAL-NEW-CODE
004417                     MOVE "BLOQUE" TO WS-DUAL-NEW-MARK
004418                     PERFORM note-dual-code
004419                 END-IF
004420             END-IF
004421         END-PERFORM
004422         CLOSE BLOQUE-FILE
004423     END-IF.
004424
004425 write-dual-extract.
004426* Reecrit dual-approved.txt en une passe par balayage des codes
004427* dual du fichier de travail, dans l'ordre des cles : le
004428* chargement aval recoit un extrait ordonne et sans doublon,
004429* marqueurs de resoumission conserves en colonne 22. Avec une
004430* table de routage, la destination du code est portee en colonnes
004431* 31-38 et l'extrait est ensuite eclate par destination (sauf en
004432* partition : la consolidation eclate l'extrait fusionne).
004433     OPEN OUTPUT DUAL-FILE.
004434     IF WS-DUAL-STATUS NOT = "00"
004435         DISPLAY "ERREUR : ecriture de dual-approved.txt "
004436             "impossible (status " WS-DUAL-STATUS ")"
004437             END-DISPLAY
004438         MOVE 'E' TO WS-JRN-SEV
004439         MOVE SPACES TO WS-JRN-MSG
004440         STRING "ecriture de dual-approved.txt impossible "
004441             "(status "
004442             WS-DUAL-STATUS
004443             ")"
004444             INTO WS-JRN-MSG
004445         END-STRING
004446         PERFORM write-journal
004447         MOVE 12 TO WS-JOB-RC-NEW
004448         PERFORM raise-job-rc
004449     ELSE
004450         PERFORM open-send-register
004451* En-tete de controle de l'extrait sortant, au meme format que
004452* celui exige sur nos entrees (HDR + date + source).
004453         MOVE SPACES TO DUAL-LINE
004454         STRING "HDR" WS-TODAY WS-EXTRAIT-SOURCE
004455             INTO DUAL-LINE
004456         END-STRING
004457         WRITE DUAL-LINE END-WRITE
004458         MOVE 0 TO EXT-LIGNES
004459         MOVE 0 TO EXT-CHECKSUM
004460         IF WS-DEDUP-ENVOYES = 'Y'
004461             OPEN OUTPUT DEJA-FILE
004462             IF WS-DEJA-STATUS NOT = "00"
004463* Une liste inecrivable ne doit pas perdre les codes detournes
004464* en silence : ils resteront comptes, mais l'operateur est
004465* prevenu que la liste est incomplete.
004466                 DISPLAY "ATTENTION : ecriture de "
004467                     "deja-envoyes.txt impossible (status "
004468                     WS-DEJA-STATUS ")" END-DISPLAY
004469                 MOVE 'W' TO WS-JRN-SEV
004470                 MOVE "ecriture de deja-envoyes.txt impossible"
004471                     TO WS-JRN-MSG
004472                 PERFORM write-journal
004473                 MOVE 4 TO WS-JOB-RC-NEW
004474                 PERFORM raise-job-rc
004475             END-IF
004476         END-IF
004477         MOVE 0 TO NB-CODES-BLOQUES
004478         OPEN OUTPUT BLOQUE-FILE
004479         IF WS-BLOQ-STATUS NOT = "00"
004480* Meme regle que pour deja-envoyes.txt : les codes retenus
004481* restent comptes et hors de l'extrait, la liste seule manque.
004482             DISPLAY "ATTENTION : ecriture de "
004483                 FUNCTION TRIM(WS-BLOQ-NAME)
004484                 " impossible (status " WS-BLOQ-STATUS ")"
004485                 END-DISPLAY
004486             MOVE 'W' TO WS-JRN-SEV
004487             MOVE "liste des codes bloques inecrivable"
004488                 TO WS-JRN-MSG
004489             PERFORM write-journal
004490             MOVE 4 TO WS-JOB-RC-NEW
004491             PERFORM raise-job-rc
004492         END-IF
004493         MOVE 'B' TO WS-TRV-ACTION
004494         MOVE SPACE TO WS-TRV-RESULT
004495         CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004496             WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004497             ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004498         END-CALL
004499         IF WS-TRV-RESULT = 'E'
004500             PERFORM abort-work-file
004501         END-IF
004502         PERFORM UNTIL WS-TRV-RESULT NOT = 'T'
004503             MOVE 'S' TO WS-TRV-ACTION
004504             CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
004505                 WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
004506                 ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
004507             END-CALL
004508             IF WS-TRV-RESULT = 'T'
004509                 IF WS-TRV-MARK = "DEJA-ENV"
004510                     ADD 1 TO NB-DEJA-ENVOYES
004511                     PERFORM write-deja-line
004512                 ELSE
004513                 IF WS-TRV-MARK = "BLOQUE"
004514                     ADD 1 TO NB-CODES-BLOQUES
004515                     PERFORM write-bloque-line
004516                 ELSE
004517                     MOVE SPACES TO DUAL-LINE
004518                     MOVE WS-TRV-CODE TO DUAL-LINE(1:20)
004519                     IF WS-TRV-MARK NOT = SPACES
004520                         MOVE WS-TRV-MARK TO DUAL-LINE(22:8)
004521                     END-IF
004522                     MOVE SPACES TO WS-RTE-DEST
004523                     IF WS-RTE-OK = 'Y'
004524                         PERFORM find-dual-route
004525                         MOVE WS-RTE-DEST TO DUAL-LINE(31:8)
004526                     END-IF
004527                     WRITE DUAL-LINE END-WRITE
004528                     ADD 1 TO EXT-LIGNES
004529                     PERFORM add-extract-checksum
004530                     IF WS-REG-OK = 'Y'
004531                         MOVE WS-TRV-CODE TO WS-REG-CODE
004532                         PERFORM note-send-register
004533                     END-IF
004534                 END-IF
004535                 END-IF
004536             END-IF
004537         END-PERFORM
004538* Fin de controle : compte exact de codes puis somme de controle,
004539* le compte restant aux colonnes 4-9 comme sur nos entrees.
004540         MOVE SPACES TO DUAL-LINE
004541         STRING "TRL" EXT-LIGNES EXT-CHECKSUM
004542             INTO DUAL-LINE
004543         END-STRING
004544         WRITE DUAL-LINE END-WRITE
004545         CLOSE DUAL-FILE
004546         PERFORM close-send-register
004547         IF WS-RTE-OK = 'Y' AND WS-PART-MODE = 'N'
004548             PERFORM split-dual-extract
004549         END-IF
004550         IF WS-DEDUP-ENVOYES = 'Y'
004551             CLOSE DEJA-FILE
004552             MOVE SPACES TO REPORT-LINE
004553             STRING "Codes deja envoyes detournes : "
004554                 NB-DEJA-ENVOYES " (liste deja-envoyes.txt)"
004555                 INTO REPORT-LINE
004556             END-STRING
004557             WRITE REPORT-LINE END-WRITE
004558         END-IF
004559         IF WS-BLOQ-STATUS = "00"
004560             CLOSE BLOQUE-FILE
004561         END-IF
004562         MOVE SPACES TO REPORT-LINE
004563         STRING "Codes retenus par blocage : " NB-CODES-BLOQUES
004564             " (liste " FUNCTION TRIM(WS-BLOQ-NAME) ")"
004565             INTO REPORT-LINE
004566         END-STRING
004567         WRITE REPORT-LINE END-WRITE
004568     END-IF.
004569
004570 add-extract-checksum.
004571* Cumule le rang alphabetique (a=1 .. z=26) des caracteres du
004572* code courant (WS-TRV-CODE) ; le PIC 9(9) tronque naturellement
004573* au modulo 1 000 000 000, que l'aval recalcule a l'identique.
004574     PERFORM VARYING EXT-CHK-IDX FROM 1 BY 1
004575             UNTIL EXT-CHK-IDX > 20
004576         IF WS-TRV-CODE(EXT-CHK-IDX:1) NOT = SPACE
004577             COMPUTE EXT-CHK-ORD =
004578                 FUNCTION ORD(WS-TRV-CODE(EXT-CHK-IDX:1))
004579                 - FUNCTION ORD("a") + 1
004580             ADD EXT-CHK-ORD TO EXT-CHECKSUM
004581         END-IF
004582     END-PERFORM.
004583
004584 open-send-register.
004585* Ouverture du registre des envois avant la reecriture de
004586* l'extrait ; sans objet en simulation (rien n'est envoye) et en
004587* partition (la consolidation enregistre les envois du jour sur
004588* l'extrait fusionne). Module ou registre indisponible : l'extrait
004589* part quand meme, mais l'anciennete des relances retombera sur
004590* des dates approximatives, d'ou l'avertissement.
004591     MOVE 'N' TO WS-REG-OK.
004592     IF WS-SIM-MODE = 'N' AND WS-PART-MODE = 'N'
004593         MOVE 'O' TO WS-REG-ACTION
004594         MOVE 'Y' TO WS-REG-OK
004595         MOVE SPACE TO WS-REG-RESULT
004596         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
004597             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
004598             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
004599             ON EXCEPTION MOVE 'N' TO WS-REG-OK
004600         END-CALL
004601         IF WS-REG-RESULT = 'E'
004602             MOVE 'N' TO WS-REG-OK
004603         END-IF
004604         IF WS-REG-OK = 'N'
004605             MOVE SPACES TO REPORT-LINE
004606             STRING "ATTENTION : registre des envois "
004607                 "indisponible, envois non enregistres"
004608                 INTO REPORT-LINE
004609             END-STRING
004610             WRITE REPORT-LINE END-WRITE
004611             MOVE 4 TO WS-JOB-RC-NEW
004612             PERFORM raise-job-rc
004613         END-IF
004614     END-IF.
004615
004616 note-send-register.
004617* Enregistre l'envoi du code au registre ; un code deja present
004618* garde la date de son premier envoi (c'est elle qui fait foi
004619* pour l'anciennete des relances).
004620     MOVE 'E' TO WS-REG-ACTION.
004621     MOVE WS-TODAY TO WS-REG-DATE.
004622     MOVE WS-TODAY TO WS-REG-GENERATION.
004623     MOVE WS-RTE-DEST TO WS-REG-INFO(41:8).
004624     MOVE SPACE TO WS-REG-RESULT.
004625     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
004626         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
004627         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
004628         ON EXCEPTION MOVE 'N' TO WS-REG-OK
004629     END-CALL.
004630     IF WS-REG-RESULT = 'N'
004631         ADD 1 TO NB-ENVOIS-NOUVEAUX
004632     END-IF.
004633     IF WS-REG-RESULT = 'E'
004634         MOVE 'N' TO WS-REG-OK
004635         MOVE 4 TO WS-JOB-RC-NEW
004636         PERFORM raise-job-rc
004637     END-IF.
004638
004639 split-dual-extract.
004640* Un extrait par destination, habille HDR/TRL comme l'extrait
004641* complet dont il est tire ; chacun est annonce au rapport. Un
004642* extrait de destination inecrivable est une erreur : le systeme
004643* aval recevrait un extrait perime.
004644     MOVE 'X' TO WS-RTE-ACTION.
004645     MOVE WS-DUAL-NAME TO WS-RTE-FICHIER.
004646     PERFORM call-routage.
004647     IF WS-RTE-RESULT NOT = 'T'
004648         DISPLAY "ERREUR : eclatement de "
004649             FUNCTION TRIM(WS-DUAL-NAME)
004650             " par destination impossible (" WS-RTE-DEST ")"
004651             END-DISPLAY
004652         MOVE 'E' TO WS-JRN-SEV
004653         MOVE SPACES TO WS-JRN-MSG
004654         STRING "eclatement de l'extrait par destination "
004655             "impossible (" WS-RTE-DEST ")"
004656             INTO WS-JRN-MSG
004657         END-STRING
004658         PERFORM write-journal
004659         MOVE 12 TO WS-JOB-RC-NEW
004660         PERFORM raise-job-rc
004661     END-IF.
004662     MOVE 'P' TO WS-RTE-ACTION.
004663     PERFORM call-routage.
004664     PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
004665         MOVE SPACES TO REPORT-LINE
004666         STRING "Extrait destination " WS-RTE-DEST " : "
004667             WS-RTE-LIGNES " code(s) ("
004668             FUNCTION TRIM(WS-RTE-FICHIER) ")"
004669             INTO REPORT-LINE
004670         END-STRING
004671         WRITE REPORT-LINE END-WRITE
004672         MOVE 'N' TO WS-RTE-ACTION
004673         PERFORM call-routage
004674     END-PERFORM.
004675
004676 close-send-register.
004677     IF WS-REG-OK = 'Y'
004678         MOVE 'F' TO WS-REG-ACTION
004679         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
004680             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
004681             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
004682             ON EXCEPTION CONTINUE
004683         END-CALL
004684         MOVE SPACES TO REPORT-LINE
004685         STRING "Registre des envois : " NB-ENVOIS-NOUVEAUX
004686             " nouvel(s) envoi(s) enregistre(s)"
004687             INTO REPORT-LINE
004688         END-STRING
004689         WRITE REPORT-LINE END-WRITE
004690     END-IF.
004691
004692 balance-destinations.
004693* Preuve du routage : chaque extrait par destination est relu, son
004694* compte est detaille et leur somme doit redonner les lignes de
004695* dual-approved ; un extrait absent ou dont le TRL ne correspond
004696* pas aux lignes relues est un desequilibre.
004697     MOVE 'V' TO WS-RTE-ACTION.
004698     PERFORM call-routage.
004699     MOVE WS-RTE-LIGNES TO BAL-DEST-LIGNES.
004700     MOVE 'P' TO WS-RTE-ACTION.
004701     PERFORM call-routage.
004702     PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
004703             AND WS-RTE-RESULT NOT = 'D'
004704         MOVE SPACES TO REPORT-LINE
004705         IF WS-RTE-RESULT = 'D'
004706             ADD 1 TO BAL-ERREURS
004707             STRING "  DESEQUILIBRE : extrait " WS-RTE-DEST
004708                 " absent ou TRL en desaccord ("
004709                 FUNCTION TRIM(WS-RTE-FICHIER) ")"
004710                 INTO REPORT-LINE
004711             END-STRING
004712         ELSE
004713             STRING "  destination " WS-RTE-DEST " : "
004714                 WS-RTE-LIGNES " code(s)"
004715                 INTO REPORT-LINE
004716             END-STRING
004717         END-IF
004718         WRITE REPORT-LINE END-WRITE
004719         MOVE 'N' TO WS-RTE-ACTION
004720         PERFORM call-routage
004721     END-PERFORM.
004722     MOVE SPACES TO REPORT-LINE.
004723     IF BAL-DEST-LIGNES NOT = BAL-DUAL-LIGNES
004724         ADD 1 TO BAL-ERREURS
004725         STRING "  DESEQUILIBRE : somme des destinations = "
004726             BAL-DEST-LIGNES ", lignes dual-approved = "
004727             BAL-DUAL-LIGNES
004728             INTO REPORT-LINE
004729         END-STRING
004730     ELSE
004731         STRING "  somme des destinations = " BAL-DEST-LIGNES
004732             " = lignes dual-approved"
004733             INTO REPORT-LINE
004734         END-STRING
004735     END-IF.
004736     WRITE REPORT-LINE END-WRITE.
004737
004738 balance-outputs.
004739* Equilibrage de fin de job : audit.txt, exceptions.txt et
004740* dual-approved.txt sont relus et comptes pour prouver
004741* l'arithmetique du passage :
004742*   lus + resoumis          = scores + rejets + doublons
004743*   lignes d'audit          = scores
004744*   lignes d'exceptions     = rejets
004745*   + lignes de quarantaine
004746*   lignes de dual-approved = lignes d'audit avec Partie 1 et
004747*                             Partie 2 a Y, moins les codes
004748*                             retenus par blocage
004749*   somme des extraits par  = lignes de dual-approved (avec une
004750*   destination               table de routage, chaque extrait
004751*                             relu et son TRL verifie)
004752* Tout desequilibre est detaille dans report.txt et rend le
004753* passage suspect : c'est la preuve de coherence apres une
004754* reprise, ou la logique EXTEND pourrait dupliquer ou perdre des
004755* lignes.
004756     MOVE 0 TO BAL-AUDIT-LIGNES.
004757     MOVE 0 TO BAL-EXC-LIGNES.
004758     MOVE 0 TO BAL-QUAR-LIGNES.
004759     MOVE 0 TO BAL-DUAL-LIGNES.
004760     MOVE 0 TO BAL-DUAL-ATTENDU.
004761     MOVE 0 TO BAL-ERREURS.
004762     OPEN INPUT AUDIT-FILE.
004763     IF WS-AUDIT-STATUS = "00"
004764         PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
004765             READ AUDIT-FILE
004766             IF WS-AUDIT-STATUS = "00"
004767* La ligne d'entete de la piste d'audit ne compte pas ; les
004768* indicateurs Partie 1/2 sont a colonnes fixes dans toutes les
004769* lignes de detail, y compris les resoumissions.
004770                 IF AUDIT-LINE(1:8) NOT = "Chaine -"
004771                         AND AUDIT-LINE(1:8) NOT = "Regles :"
004772                     ADD 1 TO BAL-AUDIT-LIGNES
004773* Un code detourne de l'extrait (DEDUP-ENVOYES, marque "Deja
004774* envoye" sur sa ligne d'audit) ne doit pas etre attendu dans
004775* dual-approved.
004776                     MOVE 0 TO BAL-DEJA-HITS
004777                     INSPECT AUDIT-LINE TALLYING BAL-DEJA-HITS
004778                         FOR ALL "Deja envoye"
004779                     PERFORM check-audit-dual
004780                     IF WS-DUAL-OK = 'Y'
004781                             AND BAL-DEJA-HITS = 0
004782                         ADD 1 TO BAL-DUAL-ATTENDU
004783                     END-IF
004784                 END-IF
004785             END-IF
004786         END-PERFORM
004787         CLOSE AUDIT-FILE
004788     END-IF.
004789* Les codes retenus par blocage sont deduits par leur compte a la
004790* reecriture de l'extrait, un par code, comme dual-approved qui ne
004791* garde qu'une ligne par code.
004792     IF BAL-DUAL-ATTENDU >= NB-CODES-BLOQUES
004793         SUBTRACT NB-CODES-BLOQUES FROM BAL-DUAL-ATTENDU
004794     END-IF.
004795     OPEN INPUT EXCEPTIONS-FILE.
004796     IF WS-EXC-STATUS = "00"
004797         PERFORM UNTIL WS-EXC-STATUS NOT = "00"
004798             READ EXCEPTIONS-FILE
004799             IF WS-EXC-STATUS = "00"
004800                 IF EXCEPTIONS-LINE NOT = SPACES
004801                     ADD 1 TO BAL-EXC-LIGNES
004802                 END-IF
004803             END-IF
004804         END-PERFORM
004805         CLOSE EXCEPTIONS-FILE
004806     END-IF.
004807     OPEN INPUT QUARANTAINE-FILE.
004808     IF WS-QUAR-STATUS = "00"
004809         PERFORM UNTIL WS-QUAR-STATUS NOT = "00"
004810             READ QUARANTAINE-FILE
004811             IF WS-QUAR-STATUS = "00"
004812                 IF QUARANTAINE-LINE NOT = SPACES
004813                     ADD 1 TO BAL-QUAR-LIGNES
004814                 END-IF
004815             END-IF
004816         END-PERFORM
004817         CLOSE QUARANTAINE-FILE
004818     END-IF.
004819     OPEN INPUT DUAL-FILE.
004820     IF WS-DUAL-STATUS = "00"
004821         PERFORM UNTIL WS-DUAL-STATUS NOT = "00"
004822             READ DUAL-FILE
004823             IF WS-DUAL-STATUS = "00"
004824                 IF DUAL-LINE NOT = SPACES
004825                         AND DUAL-LINE(1:3) NOT = "HDR"
004826                         AND DUAL-LINE(1:3) NOT = "TRL"
004827                     ADD 1 TO BAL-DUAL-LIGNES
004828                 END-IF
004829             END-IF
004830         END-PERFORM
004831         CLOSE DUAL-FILE
004832     END-IF.
004833     MOVE SPACES TO REPORT-LINE.
004834     MOVE "Equilibrage de fin de job :" TO REPORT-LINE.
004835     WRITE REPORT-LINE END-WRITE.
004836* NB-RESOUMIS-CUMUL couvre tous les tours de resoumission du jour
004837* (restaure du point de reprise puis complete par le tour
004838* courant), pas seulement le present passage.
004839     COMPUTE BAL-LUS-TROUVE = WS-LINE-NO + NB-RESOUMIS-CUMUL.
004840     COMPUTE BAL-LUS-ATTENDU =
004841         WS-TOTAL-SCORED + NB-REJETS + NB-DOUBLONS.
004842     IF BAL-LUS-TROUVE NOT = BAL-LUS-ATTENDU
004843         ADD 1 TO BAL-ERREURS
004844         MOVE SPACES TO REPORT-LINE
004845         STRING "  DESEQUILIBRE : lus + resoumis = "
004846             BAL-LUS-TROUVE ", scores + rejets + doublons = "
004847             BAL-LUS-ATTENDU
004848             INTO REPORT-LINE
004849         END-STRING
004850         WRITE REPORT-LINE END-WRITE
004851     END-IF.
004852     IF BAL-AUDIT-LIGNES NOT = WS-TOTAL-SCORED
004853         ADD 1 TO BAL-ERREURS
004854         MOVE SPACES TO REPORT-LINE
004855         STRING "  DESEQUILIBRE : lignes d'audit = "
004856             BAL-AUDIT-LIGNES ", scores = " WS-TOTAL-SCORED
004857             INTO REPORT-LINE
004858         END-STRING
004859         WRITE REPORT-LINE END-WRITE
004860     END-IF.
004861     IF BAL-EXC-LIGNES + BAL-QUAR-LIGNES NOT = NB-REJETS
004862         ADD 1 TO BAL-ERREURS
004863         MOVE SPACES TO REPORT-LINE
004864         STRING "  DESEQUILIBRE : lignes d'exceptions = "
004865             BAL-EXC-LIGNES ", quarantaine = " BAL-QUAR-LIGNES
004866             ", rejets = " NB-REJETS
004867             INTO REPORT-LINE
004868         END-STRING
004869         WRITE REPORT-LINE END-WRITE
004870     END-IF.
004871     IF BAL-DUAL-LIGNES NOT = BAL-DUAL-ATTENDU
004872         ADD 1 TO BAL-ERREURS
004873         MOVE SPACES TO REPORT-LINE
004874         STRING "  DESEQUILIBRE : lignes dual-approved = "
004875             BAL-DUAL-LIGNES ", audit Partie 1+2 a Y = "
004876             BAL-DUAL-ATTENDU
004877             INTO REPORT-LINE
004878         END-STRING
004879         WRITE REPORT-LINE END-WRITE
004880     END-IF.
004881     IF WS-RTE-OK = 'Y' AND WS-PART-MODE = 'N'
004882         PERFORM balance-destinations
004883     END-IF.
004884     IF BAL-ERREURS = 0
004885         MOVE SPACES TO REPORT-LINE
004886         MOVE "  Sorties conformes aux compteurs." TO REPORT-LINE
004887         WRITE REPORT-LINE END-WRITE
004888     ELSE
004889         DISPLAY "ATTENTION : equilibrage de fin de job en "
004890             "desaccord (" BAL-ERREURS " controle(s))"
004891             END-DISPLAY
004892         MOVE 'W' TO WS-JRN-SEV
004893         MOVE SPACES TO WS-JRN-MSG
004894         STRING "equilibrage de fin de job en desaccord ("
004895             BAL-ERREURS
004896             " controle(s))"
004897             INTO WS-JRN-MSG
004898         END-STRING
004899         PERFORM write-journal
004900         MOVE 8 TO WS-JOB-RC-NEW
004901         PERFORM raise-job-rc
004902     END-IF.
004903
004904 open-reject-history.
004905* Passage normal ou resoumission : l'historique est ouvert en
004906* mise a jour (cree au premier rejet). Simulation et partitions :
004907* consultation seule, pour la seule quarantaine ; une instance de
004908* partition ouvre en plus son depot rejets-pnn.txt, complete en
004909* EXTEND sur une reprise. Historique absent en consultation :
004910* aucune recidive connue, sans avertissement.
004911     IF WS-SIM-MODE = 'Y' OR WS-PART-MODE = 'Y'
004912         MOVE 'C' TO WS-RJH-ACTION
004913         MOVE 'N' TO WS-RJH-MAJ
004914     ELSE
004915         MOVE 'O' TO WS-RJH-ACTION
004916         MOVE 'Y' TO WS-RJH-MAJ
004917     END-IF.
004918     IF WS-PART-MODE = 'Y'
004919         IF WS-RESTART-FROM > 0 OR WS-RESUB-MODE = 'Y'
004920             OPEN EXTEND REJPART-FILE
004921             IF WS-REJP-STATUS = "35"
004922                 OPEN OUTPUT REJPART-FILE
004923             END-IF
004924         ELSE
004925             OPEN OUTPUT REJPART-FILE
004926         END-IF
004927         IF WS-REJP-STATUS = "00"
004928             MOVE 'Y' TO WS-REJP-OUVERT
004929         ELSE
004930             MOVE SPACES TO REPORT-LINE
004931             STRING "ATTENTION : creation de " WS-REJP-NAME
004932                 " impossible (status " WS-REJP-STATUS ")"
004933                 INTO REPORT-LINE
004934             END-STRING
004935             WRITE REPORT-LINE END-WRITE
004936             MOVE 'W' TO WS-JRN-SEV
004937             MOVE SPACES TO WS-JRN-MSG
004938             STRING "rejets non historises, creation de "
004939                 FUNCTION TRIM(WS-REJP-NAME) " impossible"
004940                 INTO WS-JRN-MSG
004941             END-STRING
004942             PERFORM write-journal
004943             MOVE 4 TO WS-JOB-RC-NEW
004944             PERFORM raise-job-rc
004945         END-IF
004946     END-IF.
004947     MOVE 'Y' TO WS-RJH-OK.
004948     MOVE SPACE TO WS-RJH-RESULT.
004949     CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
004950         WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
004951         WS-RJH-RESULT
004952         ON EXCEPTION
004953             MOVE 'N' TO WS-RJH-OK
004954             MOVE 'N' TO WS-RJH-MAJ
004955             MOVE SPACES TO REPORT-LINE
004956             STRING "ATTENTION : module de l'historique des "
004957                 "rejets absent, rejets non historises"
004958                 INTO REPORT-LINE
004959             END-STRING
004960             WRITE REPORT-LINE END-WRITE
004961             MOVE 'W' TO WS-JRN-SEV
004962             MOVE "module de l'historique des rejets absent"
004963                 TO WS-JRN-MSG
004964             PERFORM write-journal
004965             MOVE 4 TO WS-JOB-RC-NEW
004966             PERFORM raise-job-rc
004967     END-CALL.
004968     IF WS-RJH-RESULT = 'E'
004969         MOVE 'N' TO WS-RJH-OK
004970         IF WS-RJH-MAJ = 'Y'
004971             MOVE 'N' TO WS-RJH-MAJ
004972             MOVE SPACES TO REPORT-LINE
004973             STRING "ATTENTION : historique des rejets "
004974                 "indisponible, rejets non historises"
004975                 INTO REPORT-LINE
004976             END-STRING
004977             WRITE REPORT-LINE END-WRITE
004978             MOVE 'W' TO WS-JRN-SEV
004979             MOVE "historique des rejets rejets.dat indisponible"
004980                 TO WS-JRN-MSG
004981             PERFORM write-journal
004982             MOVE 4 TO WS-JOB-RC-NEW
004983             PERFORM raise-job-rc
004984         ELSE
004985             MOVE SPACES TO REPORT-LINE
004986             MOVE "Historique des rejets absent, aucune recidive."
004987                 TO REPORT-LINE
004988             WRITE REPORT-LINE END-WRITE
004989         END-IF
004990     END-IF.
004991     IF WS-QUARANTAINE > 0 AND WS-RJH-OK = 'N'
004992         MOVE SPACES TO REPORT-LINE
004993         STRING "Quarantaine sans objet : aucune recidive "
004994             "connue ce passage."
004995             INTO REPORT-LINE
004996         END-STRING
004997         WRITE REPORT-LINE END-WRITE
004998     END-IF.
004999
005000 check-quarantaine.
005001* La chaine courante (WS-RJH-CHAINE) est-elle une recidive
005002* connue ?
005003* Seules comptent les nuits precedentes : une chaine deja notee
005004* aujourd'hui (doublon, reprise, resoumission) garde le meme sort
005005* que sa premiere occurrence de la nuit.
005006     MOVE 'N' TO WS-QUAR-FOUND.
005007     IF WS-QUARANTAINE > 0 AND WS-RJH-OK = 'Y'
005008         MOVE 'L' TO WS-RJH-ACTION
005009         MOVE SPACE TO WS-RJH-RESULT
005010         CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
005011             WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
005012             WS-RJH-RESULT
005013             ON EXCEPTION MOVE 'N' TO WS-RJH-OK
005014         END-CALL
005015         IF WS-RJH-RESULT = 'T'
005016             MOVE RJH-NB-NUITS TO WS-RJH-NUITS
005017             IF RJH-DERNIER >= WS-TODAY AND WS-RJH-NUITS > 0
005018                 SUBTRACT 1 FROM WS-RJH-NUITS
005019             END-IF
005020             IF WS-RJH-NUITS >= WS-QUARANTAINE
005021                 MOVE 'Y' TO WS-QUAR-FOUND
005022             END-IF
005023         END-IF
005024     END-IF.
005025
005026 write-exception-line.
005027* La ligne de rejet preparee dans EXCEPTIONS-LINE part dans
005028* exceptions.txt, ou dans quarantaine.txt pour une recidive
005029* connue (meme format, pour qu'on puisse la reprendre a la main).
005030     IF WS-QUAR-FOUND = 'Y'
005031         MOVE EXCEPTIONS-LINE TO QUARANTAINE-LINE
005032         WRITE QUARANTAINE-LINE END-WRITE
005033         ADD 1 TO NB-QUARANTAINE
005034     ELSE
005035         WRITE EXCEPTIONS-LINE END-WRITE
005036     END-IF.
005037
005038 note-reject-history.
005039* Rejet de la chaine WS-RJH-CHAINE pour WS-RJH-MOTIF, venue de
005040* WS-RJH-SOURCE : verse a l'historique, ou depose dans
005041* rejets-pnn.txt par une instance de partition (chaine 1-20,
005042* source 22-27, motif 29-38, date 40-47).
005043     IF WS-RJH-MAJ = 'Y'
005044         MOVE 'U' TO WS-RJH-ACTION
005045         MOVE SPACE TO WS-RJH-RESULT
005046         CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
005047             WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
005048             WS-RJH-RESULT
005049             ON EXCEPTION MOVE 'E' TO WS-RJH-RESULT
005050         END-CALL
005051         IF WS-RJH-RESULT = 'E'
005052             MOVE 'N' TO WS-RJH-MAJ
005053             MOVE SPACES TO REPORT-LINE
005054             STRING "ATTENTION : ecriture impossible dans "
005055                 "l'historique des rejets, suite non historisee"
005056                 INTO REPORT-LINE
005057             END-STRING
005058             WRITE REPORT-LINE END-WRITE
005059             MOVE 'W' TO WS-JRN-SEV
005060             MOVE "ecriture impossible dans rejets.dat"
005061                 TO WS-JRN-MSG
005062             PERFORM write-journal
005063             MOVE 4 TO WS-JOB-RC-NEW
005064             PERFORM raise-job-rc
005065         ELSE
005066             ADD 1 TO NB-RJH-NOTES
005067         END-IF
005068     END-IF.
005069     IF WS-REJP-OUVERT = 'Y'
005070         MOVE SPACES TO REJPART-LINE
005071         STRING WS-RJH-CHAINE " " WS-RJH-SOURCE " "
005072             WS-RJH-MOTIF " " WS-TODAY
005073             INTO REJPART-LINE
005074         END-STRING
005075         WRITE REJPART-LINE END-WRITE
005076         ADD 1 TO NB-RJH-NOTES
005077     END-IF.
005078
005079 close-reject-history.
005080     IF WS-RJH-OK = 'Y'
005081         MOVE 'F' TO WS-RJH-ACTION
005082         CALL "rejets-io" USING WS-RJH-ACTION, WS-RJH-CHAINE,
005083             WS-RJH-SOURCE, WS-RJH-MOTIF, WS-TODAY, WS-RJH-INFO,
005084             WS-RJH-RESULT
005085             ON EXCEPTION CONTINUE
005086         END-CALL
005087     END-IF.
005088     IF WS-REJP-OUVERT = 'Y'
005089         CLOSE REJPART-FILE
005090     END-IF.
005091
005092 file-generations.
005093* Le job-summary est deja ecrit avec le code retour du passage :
005094* un classement impossible est signale a la console et au journal
005095* sans changer ce code retour, les sorties du jour restant bonnes.
005096     MOVE 'A' TO WS-CAT-ACTION.
005097     MOVE SPACES TO WS-CAT-INFO.
005098     MOVE WS-RUN-MODE TO WS-CAT-INFO(1:12).
005099     MOVE WS-REGLE-VERSION TO WS-CAT-INFO(13:8).
005100     MOVE WS-JOB-RC TO WS-CAT-INFO(21:2).
005101     MOVE SPACE TO WS-CAT-RESULT.
005102     CALL "catalogue" USING WS-CAT-ACTION, WS-TODAY, WS-CAT-TYPE,
005103         WS-CAT-INFO, WS-CAT-RESULT
005104         ON EXCEPTION MOVE 'M' TO WS-CAT-RESULT
005105     END-CALL.
005106     EVALUATE WS-CAT-RESULT
005107         WHEN 'T'
005108             DISPLAY "Sorties classees en generations du "
005109                 WS-TODAY " (catalogue.dat)" END-DISPLAY
005110         WHEN 'W'
005111             DISPLAY "ATTENTION : generations du " WS-TODAY
005112                 " incompletes (etats " WS-CAT-INFO(23:6)
005113                 ", N = non classe)" END-DISPLAY
005114             MOVE 'W' TO WS-JRN-SEV
005115             MOVE SPACES TO WS-JRN-MSG
005116             STRING "generations du " WS-TODAY
005117                 " incompletes, etats " WS-CAT-INFO(23:6)
005118                 INTO WS-JRN-MSG
005119             END-STRING
005120             PERFORM write-journal
005121         WHEN 'M'
005122             DISPLAY "ATTENTION : module catalogue absent, "
005123                 "sorties non classees" END-DISPLAY
005124             MOVE 'W' TO WS-JRN-SEV
005125             MOVE "module catalogue absent, sorties non classees"
005126                 TO WS-JRN-MSG
005127             PERFORM write-journal
005128         WHEN OTHER
005129             DISPLAY "ATTENTION : catalogue.dat inecrivable ou "
005130                 "plein, generations du " WS-TODAY
005131                 " non cataloguees"
005132                 END-DISPLAY
005133             MOVE 'W' TO WS-JRN-SEV
005134             MOVE SPACES TO WS-JRN-MSG
005135             STRING "catalogue.dat inecrivable ou plein, "
005136                 "generations du " WS-TODAY " non cataloguees"
005137                 INTO WS-JRN-MSG
005138             END-STRING
005139             PERFORM write-journal
005140     END-EVALUATE.
005141
005142 write-final-checkpoint.
005143* Meme format fixe que les points de reprise ecrits dans la boucle
005144* de lecture, pour que restore-checkpoint le relise sans cas
005145* particulier.
005146     MOVE SPACES TO CHECKPOINT-LINE.
005147     STRING WS-LINE-NO NB-NICE-PREM NB-NICE-DEUX
005148         NB-NICE-TROIS NB-REJ-VOYELLES
005149         NB-REJ-PAIRE-INTERDITE NB-REJ-SANS-DOUBLE
005150         NB-REJ-SANS-ENTRE-DEUX NB-REJ-SANS-PAIRE
005151         NB-REJ-TROIS NB-REJ-CARACTERES NB-REJETS
005152         WS-TOTAL-SCORED NB-DOUBLONS
005153         NB-RESOUMIS-CUMUL
005154         INTO CHECKPOINT-LINE
005155     END-STRING.
005156     WRITE CHECKPOINT-LINE END-WRITE.
005157
005158 process-resubmissions.
005159* Passage de resoumission : chaque enregistrement corrige de
005160* reprises.txt repasse par hub et vient completer les compteurs
005161* du jour, audit.txt et dual-approved.txt avec un marqueur de
005162* resoumission. Le numero de ligne d'origine est conserve pour le
005163* rapprochement passage initial + reprises ; une chaine restee
005164* invalide retourne dans exceptions.txt avec le meme marqueur.
005165* L'extrait du jour est d'abord recharge pour que la reecriture
005166* triee de fin de job fusionne anciens et nouveaux codes. Les
005167* reprises n'ont pas de source : elles sont scorees sous le profil
005168* DEFAUT.
005169     PERFORM load-dual-extract.
005170     PERFORM restore-global-profile.
005171     IF WS-LINE-NO = 0
005172         MOVE SPACES TO REPORT-LINE
005173         STRING "ATTENTION : resoumission sans etat de passage "
005174             "(checkpoint.dat vide ou absent)"
005175             INTO REPORT-LINE
005176         END-STRING
005177         WRITE REPORT-LINE END-WRITE
005178         MOVE 4 TO WS-JOB-RC-NEW
005179         PERFORM raise-job-rc
005180     END-IF.
005181     OPEN INPUT REPAIR-FILE.
005182     IF WS-REPAIR-STATUS NOT = "00"
005183         DISPLAY "ERREUR : reprises.txt introuvable (status "
005184             WS-REPAIR-STATUS ")" END-DISPLAY
005185         MOVE 'E' TO WS-JRN-SEV
005186         MOVE SPACES TO WS-JRN-MSG
005187         STRING "reprises.txt introuvable (status "
005188             WS-REPAIR-STATUS
005189             ")"
005190             INTO WS-JRN-MSG
005191         END-STRING
005192         PERFORM write-journal
005193         MOVE SPACES TO REPORT-LINE
005194         STRING "ERREUR : reprises.txt introuvable (status "
005195             WS-REPAIR-STATUS ")"
005196             INTO REPORT-LINE
005197         END-STRING
005198         WRITE REPORT-LINE END-WRITE
005199         MOVE 12 TO WS-JOB-RC-NEW
005200         PERFORM raise-job-rc
005201     ELSE
005202         PERFORM UNTIL WS-REPAIR-STATUS NOT = "00"
005203             READ REPAIR-FILE
005204             IF WS-REPAIR-STATUS = "00"
005205* Les lignes vides ou etrangeres laissees par l'analyste dans le
005206* fichier de reprise sont ignorees sans bruit.
005207                 IF REPAIR-LINE(1:6) IS NUMERIC
005208                     PERFORM score-resubmission
005209                 END-IF
005210             END-IF
005211         END-PERFORM
005212         CLOSE REPAIR-FILE
005213     END-IF.
005214     MOVE SPACES TO REPORT-LINE.
005215     STRING "Resoumission : " NB-RESOUMIS " reprises, "
005216         NB-RESOUMIS-OK " scorees, " NB-RESOUMIS-REJ
005217         " encore rejetees, " NB-RESOUMIS-DBL " en double"
005218         INTO REPORT-LINE
005219     END-STRING.
005220     WRITE REPORT-LINE END-WRITE.
005221
005222 score-resubmission.
005223     ADD 1 TO NB-RESOUMIS.
005224     ADD 1 TO NB-RESOUMIS-CUMUL.
005225     MOVE REPAIR-LINE(1:6) TO WS-RESUB-SEQ.
005226     MOVE WS-RESUB-SEQ TO MY-SEQ-NUM.
005227     MOVE REPAIR-LINE(19:23) TO WS-RESUB-CODE.
005228* La longueur reelle de la chaine corrigee est recalculee comme le
005229* ferait la lecture de FILE1 (WS-REC-LEN), en cherchant le dernier
005230* caractere non blanc de la zone de saisie.
005231     MOVE 0 TO WS-REC-LEN.
005232     PERFORM VARYING WS-RESUB-IDX FROM 23 BY -1
005233             UNTIL WS-RESUB-IDX < 1 OR WS-REC-LEN > 0
005234         IF WS-RESUB-CODE(WS-RESUB-IDX:1) NOT = SPACE
005235             MOVE WS-RESUB-IDX TO WS-REC-LEN
005236         END-IF
005237     END-PERFORM.
005238     IF WS-REC-LEN < WS-LEN-MIN OR WS-REC-LEN > WS-LEN-MAX
005239         ADD 1 TO NB-REJETS
005240         ADD 1 TO NB-RESOUMIS-REJ
005241         MOVE WS-RESUB-CODE(1:20) TO WS-RJH-CHAINE
005242         MOVE SPACES TO WS-RJH-SOURCE
005243         MOVE "LONGUEUR" TO WS-RJH-MOTIF
005244         PERFORM check-quarantaine
005245         MOVE SPACES TO EXCEPTIONS-LINE
005246         STRING "Ligne " MY-SEQ-NUM
005247             " - longueur invalide (" WS-REC-LEN
005248             ") : " WS-RESUB-CODE " (resoumission)"
005249             INTO EXCEPTIONS-LINE
005250         END-STRING
005251         PERFORM write-exception-line
005252         PERFORM note-reject-history
005253     ELSE
005254         COMPUTE WS-LEN-IDX = WS-REC-LEN - 7
005255         ADD 1 TO NB-PAR-LONGUEUR(WS-LEN-IDX)
005256         MOVE WS-RESUB-CODE(1:20) TO MY-STR
005257* Une reprise identique a une chaine deja scoree dans la journee
005258* (ou deux lignes de reprise identiques) est un doublon : elle
005259* n'est ni rescoree ni recomptee, comme dans la boucle normale.
005260         PERFORM check-seen-code
005261         IF WS-SEEN-FOUND = 'Y'
005262             ADD 1 TO NB-DOUBLONS
005263             ADD 1 TO NB-RESOUMIS-DBL
005264         ELSE
005265         CALL "hub" USING
005266          BY CONTENT MY-STR,
005267          BY CONTENT WS-RULESET
005268          BY REFERENCE NB-NICE-PREM
005269          BY REFERENCE NB-NICE-DEUX
005270          BY REFERENCE NB-NICE-TROIS
005271          BY REFERENCE NB-REJ-VOYELLES
005272          BY REFERENCE NB-REJ-PAIRE-INTERDITE
005273          BY REFERENCE NB-REJ-SANS-DOUBLE
005274          BY REFERENCE NB-REJ-SANS-ENTRE-DEUX
005275          BY REFERENCE NB-REJ-SANS-PAIRE
005276          BY REFERENCE NB-REJ-TROIS
005277          BY REFERENCE NB-REJ-CARACTERES
005278          BY REFERENCE WS-INVALID-CONTENT
005279          BY CONTENT WS-VOWELS
005280          BY REFERENCE WS-PREM-FLAG
005281          BY REFERENCE WS-DEUX-FLAG
005282          BY REFERENCE WS-TROIS-FLAG
005283          BY REFERENCE WS-MATCHED-PAIR
005284          BY REFERENCE WS-MATCHED-GAP-CHAR
005285          BY REFERENCE WS-P1-BAD-PAIR
005286          BY REFERENCE WS-P1-NB-VOY
005287          BY REFERENCE WS-P1-DOUBLE
005288          BY REFERENCE WS-P3-TRIPLET
005289          BY REFERENCE WS-P3-NB-VOY
005290          BY CONTENT WS-REC-LEN
005291          BY CONTENT WS-REGLE-PAIRES
005292          BY CONTENT WS-REGLE-NB-PAIRES
005293          BY CONTENT WS-REGLE-MIN-VOY
005294          BY CONTENT WS-REGLE-DOUBLE
005295          END-CALL
005296         IF WS-INVALID-CONTENT = 'Y'
005297             ADD 1 TO NB-REJETS
005298             ADD 1 TO NB-RESOUMIS-REJ
005299             MOVE MY-STR TO WS-RJH-CHAINE
005300             MOVE SPACES TO WS-RJH-SOURCE
005301             MOVE "CARACTERES" TO WS-RJH-MOTIF
005302             PERFORM check-quarantaine
005303             MOVE SPACES TO EXCEPTIONS-LINE
005304             STRING "Ligne " MY-SEQ-NUM
005305                 " - caracteres invalides : " MY-STR
005306                 " (resoumission)"
005307                 INTO EXCEPTIONS-LINE
005308             END-STRING
005309             PERFORM write-exception-line
005310             PERFORM note-reject-history
005311         ELSE
005312             ADD 1 TO WS-TOTAL-SCORED
005313             ADD 1 TO NB-RESOUMIS-OK
005314             PERFORM tally-analytics
005315             IF WS-PREM-FLAG NOT = 'Y' AND WS-DEUX-FLAG NOT = 'Y'
005316                     AND WS-TROIS-FLAG NOT = 'Y'
005317                 MOVE MY-STR TO WS-RJH-CHAINE
005318                 MOVE SPACES TO WS-RJH-SOURCE
005319                 MOVE "SCORING" TO WS-RJH-MOTIF
005320                 PERFORM note-reject-history
005321             END-IF
005322             MOVE 'N' TO WS-DEJA-FOUND
005323             MOVE 'N' TO WS-BLOQUE-FOUND
005324             PERFORM check-code-dual
005325             IF WS-DUAL-OK = 'Y'
005326                 MOVE MY-STR TO WS-DUAL-NEW-CODE
005327                 MOVE "RESOUMIS" TO WS-DUAL-NEW-MARK
005328                 MOVE SPACES TO WS-DUAL-NEW-SOURCE
005329                 PERFORM check-deja-envoye
005330                 IF WS-DEJA-FOUND = 'Y'
005331                     MOVE "DEJA-ENV" TO WS-DUAL-NEW-MARK
005332                 END-IF
005333                 PERFORM check-code-bloque
005334                 IF WS-BLOQUE-FOUND = 'Y'
005335                     MOVE "BLOQUE" TO WS-DUAL-NEW-MARK
005336                 END-IF
005337                 PERFORM note-dual-code
005338             END-IF
005339             IF WS-MST-OK = 'Y'
005340                 PERFORM update-code-master
005341             END-IF
005342             MOVE SPACES TO WS-DEJA-MARQUE
005343             IF WS-DEJA-FOUND = 'Y'
005344                 MOVE " - Deja envoye" TO WS-DEJA-MARQUE
005345             END-IF
005346             IF WS-BLOQUE-FOUND = 'Y'
005347                 MOVE " - Bloque" TO WS-DEJA-MARQUE
005348             END-IF
005349             IF WS-REGLE-VERSION NOT = WS-AUDIT-VERSION
005350                 PERFORM write-audit-regles
005351             END-IF
005352             MOVE SPACES TO AUDIT-LINE
005353             STRING MY-STR " - Partie 1 : " WS-PREM-FLAG
005354                 " - Partie 2 : " WS-DEUX-FLAG
005355                 " - Partie 3 : " WS-TROIS-FLAG
005356                 " - Paire : " WS-MATCHED-PAIR
005357                 " - Ecart : " WS-MATCHED-GAP-CHAR
005358                 " - Resoumis : ligne " WS-RESUB-SEQ
005359                 " - Profil : " WS-PROFIL-COURANT
005360                 WS-DEJA-MARQUE
005361                 INTO AUDIT-LINE
005362             END-STRING
005363             WRITE AUDIT-LINE END-WRITE
005364         END-IF
005365         END-IF
005366     END-IF.
005367
005368 check-audit-dual.
005369* Approbation dual d'une ligne d'audit : indicateurs a colonnes
005370* fixes, parties exigees par le profil estampille en colonnes
005371* 129-134 (parties 1 et 2 pour DEFAUT ou une ligne sans profil).
005372     MOVE AUDIT-LINE(35:1) TO WS-DUAL-FLAGS(1:1).
005373     MOVE AUDIT-LINE(50:1) TO WS-DUAL-FLAGS(2:1).
005374     MOVE AUDIT-LINE(65:1) TO WS-DUAL-FLAGS(3:1).
005375     MOVE "12" TO WS-DUAL-PARTIES.
005376     IF AUDIT-LINE(117:12) = " - Profil : "
005377         PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
005378                 UNTIL WS-PROF-IDX > WS-PROF-COUNT
005379             IF WS-PROF-SOURCE(WS-PROF-IDX) = AUDIT-LINE(129:6)
005380                     AND WS-PROF-PARTIES(WS-PROF-IDX) NOT = SPACES
005381                 MOVE WS-PROF-PARTIES(WS-PROF-IDX)
005382                     TO WS-DUAL-PARTIES
005383             END-IF
005384         END-PERFORM
005385     END-IF.
005386     PERFORM check-dual-parts.
005387
005388 load-audit-seen.
005389* Rebatit la table des chaines vues a partir de la piste d'audit
005390* du jour (avant son ouverture en EXTEND) : en resoumission, tout
005391* code deja score doit etre reconnu comme doublon. check-seen-code
005392* travaille sur MY-STR.
005393     OPEN INPUT AUDIT-FILE.
005394     IF WS-AUDIT-STATUS = "00"
005395         PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
005396             READ AUDIT-FILE
005397             IF WS-AUDIT-STATUS = "00"
005398                 IF AUDIT-LINE(1:8) NOT = "Chaine -"
005399                         AND AUDIT-LINE(1:8) NOT = "Regles :"
005400                         AND AUDIT-LINE NOT = SPACES
005401                     MOVE AUDIT-LINE(1:20) TO MY-STR
005402                     PERFORM check-seen-code
005403                 END-IF
005404             END-IF
005405         END-PERFORM
005406         CLOSE AUDIT-FILE
005407     END-IF.
005408
005409 write-journal.
005410     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
005411         ON EXCEPTION CONTINUE
005412     END-CALL.
