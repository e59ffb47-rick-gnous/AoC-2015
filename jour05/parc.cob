000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. rapprochement-parc.
000003
000004* Rapprochement mensuel du parc du provisioning : le provisioning
000005* envoie chaque mois la liste complete des codes actifs chez lui
000006* (parc-AAAAMM.txt), seule vue de ce qu'il detient reellement -
000007* les accuses ne disent rien des codes supprimes de son cote,
000008* charges par d'autres canaux ou gardes apres un retrait. La
000009* liste est rapprochee du registre des envois (envois.dat, via
000010* registre-io) et du fichier maitre (master.dat, via maitre-io,
000011* consultation seule). Cinq classes d'ecarts, chacune comptee et
000012* avec sa propre gravite de code retour :
000013*   JAMAIS ENVOYE   detenu par le provisioning, absent du
000014*                   registre (8)
000015*   PLUS DETENU     envoye et acquitte (ENVOI-ACK = 'A') mais
000016*                   absent de la liste (4)
000017*   HORS REGLES     detenu, mais les verdicts du maitre ne passent
000018*                   plus les parties 1 et 2 (8)
000019*   NON ACQUITTE    detenu alors que le registre attend encore son
000020*                   accuse (N) : l'envoi est clos d'office,
000021*                   acquitte a la date de l'inventaire (4)
000022*   AUTRE DESTINATION  detenu, mais envoye vers une autre
000023*                   destination de la table de routage : l'envoi
000024*                   n'est pas clos (8)
000025* Format de la liste : un code par ligne en colonnes 1-20,
000026* en-tete "HDR" + date de l'inventaire (AAAAMMJJ) + identifiant,
000027* fin "TRL" + nombre de codes, comme les fichiers d'entree de
000028* jour-cinq. La liste est controlee en entier avant toute mise a
000029* jour du registre : fin de controle fausse ou liste vide, rien
000030* n'est touche. Les codes de la liste sont notes au fichier de
000031* travail parc-travail.dat (via travail-io) pour retrouver, au
000032* balayage du registre, les codes acquittes qui n'y sont plus.
000033* Parametres : JOUR5_PARC_MOIS (AAAAMM, mois courant par defaut)
000034* et JOUR5_PARC_DEST, destination du provisioning dans la table de
000035* routage (routage.dat, module routage). Avec JOUR5_PARC_DEST, la
000036* liste est parc-DEST-AAAAMM.txt et le rapport
000037* rapprochement-parc-DEST-AAAAMM.txt ; sans, parc-AAAAMM.txt et
000038* rapprochement-parc-AAAAMM.txt. Seuls les envois vers cette
000039* destination, ou d'avant le routage (sans destination au
000040* registre), sont clos d'office ou listes en PLUS DETENU ; sans
000041* JOUR5_PARC_DEST, seuls ces derniers. Une destination absente de
000042* la table est refusee. Code retour : le plus grave des ecarts
000043* constates (4 aussi pour une liste sans fin de controle ou des
000044* lignes illisibles), 12 erreur (parametre invalide, table de
000045* routage invalide, fichier).
000046
000047 ENVIRONMENT DIVISION.
000048    INPUT-OUTPUT SECTION.
000049    FILE-CONTROL.
000050         SELECT PARC-FILE ASSIGN TO DYNAMIC WS-PARC-NAME
000051         ORGANIZATION LINE SEQUENTIAL
000052         FILE STATUS IS WS-PARC-STATUS.
000053         SELECT PARC-REPORT ASSIGN TO DYNAMIC WS-RPT-NAME
000054         ORGANIZATION LINE SEQUENTIAL
000055         FILE STATUS IS WS-RPT-STATUS.
000056
000057 DATA DIVISION.
000058   FILE SECTION.
000059   FD PARC-FILE.
000060     01 PARC-LINE PIC X(80).
000061
000062   FD PARC-REPORT.
000063     01 RPT-LINE PIC X(120).
000064
000065   WORKING-STORAGE SECTION.
000066     77 WS-PARC-STATUS PIC XX.
000067     77 WS-RPT-STATUS PIC XX.
000068     77 WS-PARC-NAME PIC X(30).
000069     77 WS-RPT-NAME PIC X(40).
000070     77 WS-TODAY PIC 9(8) VALUE 0.
000071     77 WS-MOIS-PARM PIC X(8).
000072     77 WS-MOIS PIC X(6).
000073* Destination du provisioning (blanc sans JOUR5_PARC_DEST) et
000074* interface avec le module routage, qui donne la liste des
000075* destinations de la table.
000076     77 WS-PARC-DEST PIC X(8) VALUE SPACES.
000077     77 WS-DEST-CONNUE PIC X VALUE 'N'.
000078     77 WS-RTE-ACTION PIC X.
000079     77 WS-RTE-SOURCE PIC X(6).
000080     77 WS-RTE-CODE PIC X(20).
000081     77 WS-RTE-DEST PIC X(8).
000082     77 WS-RTE-FICHIER PIC X(40).
000083     77 WS-RTE-LIGNES PIC 9(6).
000084     77 WS-RTE-RESULT PIC X.
000085* Controle de la liste avant rapprochement : en-tete, fin de
000086* controle et nombre de codes effectivement lus.
000087     77 WS-CTL-HDR PIC X VALUE 'N'.
000088     77 WS-CTL-TRL PIC X VALUE 'N'.
000089     77 WS-CTL-COUNT-X PIC X(6).
000090     77 WS-CTL-EXPECTED PIC 9(6) VALUE 0.
000091     77 WS-CTL-DATE PIC X(8) VALUE SPACES.
000092     77 WS-CTL-SOURCE PIC X(6) VALUE SPACES.
000093     77 WS-INVENTAIRE-DATE PIC 9(8) VALUE 0.
000094     77 NB-LIGNES-CODE PIC 9(7) VALUE 0.
000095* Interface avec registre-io.
000096     77 WS-REG-ACTION PIC X.
000097     77 WS-REG-CODE PIC X(20).
000098     77 WS-REG-DATE PIC 9(8).
000099     77 WS-REG-GENERATION PIC 9(8).
000100     77 WS-REG-ACK PIC X.
000101     77 WS-REG-ACK-DATE PIC 9(8).
000102     77 WS-REG-RESULT PIC X.
000103     77 WS-REG-INFO PIC X(48).
000104     77 WS-FIN-BALAYAGE PIC X VALUE 'N'.
000105* Interface avec maitre-io, en consultation seule.
000106     77 WS-MST-ACTION PIC X.
000107     77 WS-MST-CODE PIC X(20).
000108     77 WS-MST-FLAGS PIC X(3).
000109     77 WS-MST-RAN PIC X(3) VALUE SPACES.
000110     77 WS-MST-DUAL PIC X.
000111     77 WS-MST-RESULT PIC X.
000112     77 WS-MST-OLD PIC X(3).
000113     77 WS-MST-INFO PIC X(30).
000114     77 WS-MST-LIB PIC X(30).
000115* Interface avec travail-io : les codes de la liste sont notes
000116* comme chaines vues ('V'), une seconde occurrence est un doublon.
000117     77 WS-TRV-ACTION PIC X.
000118     77 WS-TRV-NAME PIC X(30) VALUE "parc-travail.dat".
000119     77 WS-TRV-CODE PIC X(20).
000120     77 WS-TRV-MARK PIC X(8).
000121     77 WS-TRV-RESULT PIC X.
000122     77 WS-PARC-CODE PIC X(20).
000123     77 NB-DETENUS PIC 9(7) VALUE 0.
000124     77 NB-DOUBLONS PIC 9(7) VALUE 0.
000125     77 NB-ILLISIBLES PIC 9(7) VALUE 0.
000126     77 NB-ACQUITTES-DETENUS PIC 9(7) VALUE 0.
000127     77 NB-AUTRES-DETENUS PIC 9(7) VALUE 0.
000128     77 NB-ACQUITTES-REGISTRE PIC 9(7) VALUE 0.
000129* Classes d'ecarts et gravite de chacune au code retour.
000130     77 NB-JAMAIS-ENVOYES PIC 9(7) VALUE 0.
000131     77 NB-PLUS-DETENUS PIC 9(7) VALUE 0.
000132     77 NB-HORS-REGLES PIC 9(7) VALUE 0.
000133     77 NB-NON-ACQUITTES PIC 9(7) VALUE 0.
000134     77 NB-AUTRE-DEST PIC 9(7) VALUE 0.
000135     77 WS-RC-JAMAIS-ENVOYE PIC 99 VALUE 8.
000136     77 WS-RC-PLUS-DETENU PIC 99 VALUE 4.
000137     77 WS-RC-HORS-REGLES PIC 99 VALUE 8.
000138     77 WS-RC-NON-ACQUITTE PIC 99 VALUE 4.
000139     77 WS-RC-AUTRE-DEST PIC 99 VALUE 8.
000140     77 WS-JOB-RC PIC 99 VALUE 0.
000141     77 WS-JOB-RC-NEW PIC 99 VALUE 0.
000142
000143* Journal operateur commun (journal.txt, via journal-op) : les
000144* messages d'exploitation de la console sont aussi consignes
000145* horodates dans un fichier unique pour toute la suite, que la
000146* supervision greppe apres incident. Module absent ou journal
000147* inecrivable : la console reste seule, sans faire echouer le
000148* passage.
000149     77 WS-JRN-PROG PIC X(20) VALUE "rapprochement-parc".
000150     77 WS-JRN-SEV PIC X.
000151     77 WS-JRN-MSG PIC X(80).
000152
000153 PROCEDURE DIVISION.
000154 main.
000155     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000156     MOVE 'I' TO WS-JRN-SEV.
000157     MOVE "debut du rapprochement du parc" TO WS-JRN-MSG.
000158     PERFORM write-journal.
000159     PERFORM read-parameters.
000160     PERFORM check-parc-file.
000161     PERFORM open-register.
000162     PERFORM open-master.
000163     PERFORM open-work-file.
000164     OPEN OUTPUT PARC-REPORT.
000165     IF WS-RPT-STATUS NOT = "00"
000166         DISPLAY "ERREUR : creation de "
000167             FUNCTION TRIM(WS-RPT-NAME)
000168             " impossible (status " WS-RPT-STATUS ")" END-DISPLAY
000169         MOVE 'E' TO WS-JRN-SEV
000170         MOVE SPACES TO WS-JRN-MSG
000171         STRING "creation de " FUNCTION TRIM(WS-RPT-NAME)
000172             " impossible (status " WS-RPT-STATUS ")"
000173             INTO WS-JRN-MSG
000174         END-STRING
000175         PERFORM write-journal
000176         PERFORM abort-parc
000177     END-IF.
000178     MOVE SPACES TO RPT-LINE.
000179     STRING "Rapprochement du parc du provisioning - mois "
000180         WS-MOIS
000181         " - passage du " WS-TODAY
000182         INTO RPT-LINE
000183     END-STRING.
000184     WRITE RPT-LINE END-WRITE.
000185     MOVE SPACES TO RPT-LINE.
000186     STRING "Liste : " FUNCTION TRIM(WS-PARC-NAME)
000187         " - inventaire du " WS-INVENTAIRE-DATE
000188         " - source " WS-CTL-SOURCE
000189         " - " NB-LIGNES-CODE " ligne(s)"
000190         INTO RPT-LINE
000191     END-STRING.
000192     WRITE RPT-LINE END-WRITE.
000193     IF WS-PARC-DEST NOT = SPACES
000194         MOVE SPACES TO RPT-LINE
000195         STRING "Destination : " WS-PARC-DEST
000196             " - envois vers d'autres destinations non "
000197             "rapproches"
000198             INTO RPT-LINE
000199         END-STRING
000200         WRITE RPT-LINE END-WRITE
000201     END-IF.
000202     IF WS-CTL-TRL = 'N'
000203         MOVE "  ATTENTION : liste sans fin de controle (TRL)"
000204             TO RPT-LINE
000205         WRITE RPT-LINE END-WRITE
000206     END-IF.
000207     PERFORM match-parc.
000208     PERFORM scan-register.
000209     PERFORM close-files.
000210     PERFORM write-totals.
000211     CLOSE PARC-REPORT.
000212     DISPLAY "Rapprochement du parc - mois " WS-MOIS
000213         " - destination " WS-PARC-DEST END-DISPLAY.
000214     DISPLAY "  - codes detenus par le provisioning : " NB-DETENUS
000215         END-DISPLAY.
000216     DISPLAY "  - jamais envoyes : " NB-JAMAIS-ENVOYES
000217         END-DISPLAY.
000218     DISPLAY "  - plus detenus : " NB-PLUS-DETENUS END-DISPLAY.
000219     DISPLAY "  - hors regles : " NB-HORS-REGLES END-DISPLAY.
000220     DISPLAY "  - non acquittes clos d'office : " NB-NON-ACQUITTES
000221         END-DISPLAY.
000222     DISPLAY "  - envoyes vers une autre destination : "
000223         NB-AUTRE-DEST END-DISPLAY.
000224     PERFORM rate-discrepancies.
000225     MOVE 'I' TO WS-JRN-SEV.
000226     MOVE SPACES TO WS-JRN-MSG.
000227     STRING "fin du rapprochement du mois " WS-MOIS ", "
000228         NB-NON-ACQUITTES " envoi(s) clos, code retour " WS-JOB-RC
000229         INTO WS-JRN-MSG
000230     END-STRING.
000231     PERFORM write-journal.
000232     MOVE WS-JOB-RC TO RETURN-CODE.
000233     STOP RUN.
000234
000235 read-parameters.
000236     ACCEPT WS-MOIS-PARM FROM ENVIRONMENT "JOUR5_PARC_MOIS".
000237     IF WS-MOIS-PARM = SPACES
000238         MOVE WS-TODAY(1:6) TO WS-MOIS
000239     ELSE
000240         MOVE WS-MOIS-PARM(1:6) TO WS-MOIS
000241         IF WS-MOIS IS NOT NUMERIC
000242                 OR WS-MOIS-PARM(7:2) NOT = SPACES
000243                 OR WS-MOIS(5:2) < "01" OR WS-MOIS(5:2) > "12"
000244             DISPLAY "ERREUR : JOUR5_PARC_MOIS doit donner un "
000245                 "mois AAAAMM, rapprochement abandonne"
000246                 END-DISPLAY
000247             MOVE 'E' TO WS-JRN-SEV
000248             MOVE SPACES TO WS-JRN-MSG
000249             STRING "JOUR5_PARC_MOIS invalide ("
000250                 FUNCTION TRIM(WS-MOIS-PARM)
000251                 "), rapprochement abandonne"
000252                 INTO WS-JRN-MSG
000253             END-STRING
000254             PERFORM write-journal
000255             MOVE 12 TO RETURN-CODE
000256             STOP RUN
000257         END-IF
000258     END-IF.
000259     ACCEPT WS-PARC-DEST FROM ENVIRONMENT "JOUR5_PARC_DEST".
000260     PERFORM check-parc-dest.
000261     MOVE SPACES TO WS-PARC-NAME.
000262     MOVE SPACES TO WS-RPT-NAME.
000263     IF WS-PARC-DEST = SPACES
000264         STRING "parc-" WS-MOIS ".txt"
000265             INTO WS-PARC-NAME
000266         END-STRING
000267         STRING "rapprochement-parc-" WS-MOIS ".txt"
000268             INTO WS-RPT-NAME
000269         END-STRING
000270     ELSE
000271         STRING "parc-" FUNCTION TRIM(WS-PARC-DEST) "-" WS-MOIS
000272             ".txt"
000273             INTO WS-PARC-NAME
000274         END-STRING
000275         STRING "rapprochement-parc-" FUNCTION TRIM(WS-PARC-DEST)
000276             "-" WS-MOIS ".txt"
000277             INTO WS-RPT-NAME
000278         END-STRING
000279     END-IF.
000280
000281 check-parc-dest.
000282* La destination donnee doit figurer dans la table de routage ;
000283* une table invalide arrete le rapprochement comme dans les
000284* accuses. Sans table (ou sans module), aucune destination n'est
000285* connue et seul le rapprochement sans JOUR5_PARC_DEST est admis.
000286     MOVE 'C' TO WS-RTE-ACTION.
000287     PERFORM call-routage.
000288     IF WS-RTE-RESULT = 'E'
000289         DISPLAY "ERREUR : table de routage routage.dat invalide "
000290             "(ligne " WS-RTE-LIGNES "), rapprochement impossible"
000291             END-DISPLAY
000292         MOVE 'E' TO WS-JRN-SEV
000293         MOVE SPACES TO WS-JRN-MSG
000294         STRING "table de routage routage.dat invalide (ligne "
000295             WS-RTE-LIGNES
000296             "), rapprochement impossible"
000297             INTO WS-JRN-MSG
000298         END-STRING
000299         PERFORM write-journal
000300         MOVE 12 TO RETURN-CODE
000301         STOP RUN
000302     END-IF.
000303     IF WS-PARC-DEST NOT = SPACES
000304         MOVE 'N' TO WS-DEST-CONNUE
000305         IF WS-RTE-RESULT = 'T'
000306             MOVE 'P' TO WS-RTE-ACTION
000307             PERFORM call-routage
000308             PERFORM UNTIL WS-RTE-RESULT NOT = 'T'
000309                 IF WS-RTE-DEST = WS-PARC-DEST
000310                     MOVE 'Y' TO WS-DEST-CONNUE
000311                 END-IF
000312                 MOVE 'N' TO WS-RTE-ACTION
000313                 PERFORM call-routage
000314             END-PERFORM
000315         END-IF
000316         IF WS-DEST-CONNUE = 'N'
000317             DISPLAY "ERREUR : JOUR5_PARC_DEST (" WS-PARC-DEST
000318                 ") n'est pas une destination de la table de "
000319                 "routage, rapprochement abandonne"
000320                 END-DISPLAY
000321             MOVE 'E' TO WS-JRN-SEV
000322             MOVE SPACES TO WS-JRN-MSG
000323             STRING "JOUR5_PARC_DEST inconnue ("
000324                 FUNCTION TRIM(WS-PARC-DEST)
000325                 "), rapprochement abandonne"
000326                 INTO WS-JRN-MSG
000327             END-STRING
000328             PERFORM write-journal
000329             MOVE 12 TO RETURN-CODE
000330             STOP RUN
000331         END-IF
000332     END-IF.
000333
000334 call-routage.
000335     MOVE SPACE TO WS-RTE-RESULT.
000336     CALL "routage" USING WS-RTE-ACTION, WS-RTE-SOURCE,
000337         WS-RTE-CODE, WS-RTE-DEST, WS-RTE-FICHIER, WS-RTE-LIGNES,
000338         WS-RTE-RESULT
000339         ON EXCEPTION MOVE 'A' TO WS-RTE-RESULT
000340     END-CALL.
000341
000342 check-parc-file.
000343* Premiere lecture, sans rien toucher : une liste tronquee ferait
000344* passer pour supprimes des codes bien detenus, elle est refusee
000345* avant toute mise a jour du registre.
000346     OPEN INPUT PARC-FILE.
000347     IF WS-PARC-STATUS NOT = "00"
000348         DISPLAY "ERREUR : liste du parc "
000349             FUNCTION TRIM(WS-PARC-NAME)
000350             " introuvable (status " WS-PARC-STATUS ")"
000351             END-DISPLAY
000352         MOVE 'E' TO WS-JRN-SEV
000353         MOVE SPACES TO WS-JRN-MSG
000354         STRING "liste du parc " FUNCTION TRIM(WS-PARC-NAME)
000355             " introuvable (status " WS-PARC-STATUS ")"
000356             INTO WS-JRN-MSG
000357         END-STRING
000358         PERFORM write-journal
000359         MOVE 12 TO RETURN-CODE
000360         STOP RUN
000361     END-IF.
000362     PERFORM UNTIL WS-PARC-STATUS NOT = "00"
000363         READ PARC-FILE
000364         IF WS-PARC-STATUS = "00"
000365             PERFORM check-parc-line
000366         END-IF
000367     END-PERFORM.
000368     CLOSE PARC-FILE.
000369     IF WS-CTL-DATE IS NUMERIC
000370         MOVE WS-CTL-DATE TO WS-INVENTAIRE-DATE
000371     ELSE
000372         MOVE WS-TODAY TO WS-INVENTAIRE-DATE
000373     END-IF.
000374     IF NB-LIGNES-CODE = 0
000375         DISPLAY "ERREUR : liste du parc "
000376             FUNCTION TRIM(WS-PARC-NAME)
000377             " vide, rapprochement abandonne" END-DISPLAY
000378         MOVE 'E' TO WS-JRN-SEV
000379         MOVE SPACES TO WS-JRN-MSG
000380         STRING "liste du parc " FUNCTION TRIM(WS-PARC-NAME)
000381             " vide, rapprochement abandonne"
000382             INTO WS-JRN-MSG
000383         END-STRING
000384         PERFORM write-journal
000385         MOVE 12 TO RETURN-CODE
000386         STOP RUN
000387     END-IF.
000388     IF WS-CTL-TRL = 'Y' AND WS-CTL-EXPECTED NOT = NB-LIGNES-CODE
000389         DISPLAY "ERREUR : liste du parc incomplete, "
000390             NB-LIGNES-CODE
000391             " code(s) lus pour " WS-CTL-EXPECTED " annonces, "
000392             "rapprochement abandonne" END-DISPLAY
000393         MOVE 'E' TO WS-JRN-SEV
000394         MOVE SPACES TO WS-JRN-MSG
000395         STRING "liste du parc incomplete, " NB-LIGNES-CODE
000396             " lus pour " WS-CTL-EXPECTED " annonces"
000397             INTO WS-JRN-MSG
000398         END-STRING
000399         PERFORM write-journal
000400         MOVE 12 TO RETURN-CODE
000401         STOP RUN
000402     END-IF.
000403     IF WS-CTL-TRL = 'N'
000404         DISPLAY "ATTENTION : liste du parc sans fin de "
000405             "controle, completude non verifiee" END-DISPLAY
000406         MOVE 'W' TO WS-JRN-SEV
000407         MOVE "liste du parc sans fin de controle" TO WS-JRN-MSG
000408         PERFORM write-journal
000409         MOVE 4 TO WS-JOB-RC-NEW
000410         PERFORM raise-job-rc
000411     END-IF.
000412
000413 check-parc-line.
000414* Les codes etant en minuscules a-z, les marqueurs de controle en
000415* majuscules ne peuvent pas etre pris pour un code.
000416     EVALUATE TRUE
000417         WHEN PARC-LINE(1:3) = "HDR"
000418             MOVE 'Y' TO WS-CTL-HDR
000419             MOVE PARC-LINE(4:8) TO WS-CTL-DATE
000420             MOVE PARC-LINE(12:6) TO WS-CTL-SOURCE
000421         WHEN PARC-LINE(1:3) = "TRL"
000422             MOVE PARC-LINE(4:6) TO WS-CTL-COUNT-X
000423             IF WS-CTL-COUNT-X IS NUMERIC
000424                 MOVE 'Y' TO WS-CTL-TRL
000425                 MOVE WS-CTL-COUNT-X TO WS-CTL-EXPECTED
000426             END-IF
000427         WHEN PARC-LINE NOT = SPACES
000428             ADD 1 TO NB-LIGNES-CODE
000429     END-EVALUATE.
000430
000431 open-register.
000432* Le registre doit exister : un rapprochement ne doit jamais creer
000433* un registre vide a la place du vrai. Il est ensuite rouvert en
000434* mise a jour pour clore les envois non acquittes.
000435     MOVE 'C' TO WS-REG-ACTION.
000436     MOVE SPACE TO WS-REG-RESULT.
000437     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000438         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000439         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000440         ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000441     END-CALL.
000442     IF WS-REG-RESULT NOT = 'E'
000443         PERFORM close-register
000444         MOVE 'O' TO WS-REG-ACTION
000445         MOVE SPACE TO WS-REG-RESULT
000446         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000447             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000448             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000449             ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000450         END-CALL
000451     END-IF.
000452     IF WS-REG-RESULT = 'E'
000453         DISPLAY "ERREUR : registre des envois indisponible, "
000454             "rapprochement impossible" END-DISPLAY
000455         MOVE 'E' TO WS-JRN-SEV
000456         MOVE "registre des envois indisponible" TO WS-JRN-MSG
000457         PERFORM write-journal
000458         MOVE 12 TO RETURN-CODE
000459         STOP RUN
000460     END-IF.
000461
000462 close-register.
000463     MOVE 'F' TO WS-REG-ACTION.
000464     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000465         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000466         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000467         ON EXCEPTION CONTINUE
000468     END-CALL.
000469
000470 open-master.
000471     MOVE 'C' TO WS-MST-ACTION.
000472     MOVE SPACE TO WS-MST-RESULT.
000473     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000474         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000475         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000476         ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000477     END-CALL.
000478     IF WS-MST-RESULT = 'E'
000479         DISPLAY "ERREUR : fichier maitre indisponible, "
000480             "rapprochement impossible" END-DISPLAY
000481         MOVE 'E' TO WS-JRN-SEV
000482         MOVE "fichier maitre indisponible" TO WS-JRN-MSG
000483         PERFORM write-journal
000484         PERFORM close-register
000485         MOVE 12 TO RETURN-CODE
000486         STOP RUN
000487     END-IF.
000488
000489 open-work-file.
000490     MOVE 'O' TO WS-TRV-ACTION.
000491     MOVE SPACE TO WS-TRV-RESULT.
000492     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000493         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000494         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000495     END-CALL.
000496     IF WS-TRV-RESULT = 'E'
000497         DISPLAY "ERREUR : fichier de travail "
000498             FUNCTION TRIM(WS-TRV-NAME) " indisponible, "
000499             "rapprochement abandonne" END-DISPLAY
000500         MOVE 'E' TO WS-JRN-SEV
000501         MOVE "fichier de travail indisponible" TO WS-JRN-MSG
000502         PERFORM write-journal
000503         PERFORM abort-parc
000504     END-IF.
000505
000506 close-files.
000507     PERFORM close-register.
000508     MOVE 'F' TO WS-MST-ACTION.
000509     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000510         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000511         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000512         ON EXCEPTION CONTINUE
000513     END-CALL.
000514     MOVE 'F' TO WS-TRV-ACTION.
000515     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000516         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000517         ON EXCEPTION CONTINUE
000518     END-CALL.
000519
000520 abort-parc.
000521* Abandon en cours de route : les envois deja clos le restent, un
000522* nouveau passage sur la meme liste les retrouve acquittes.
000523     PERFORM close-files.
000524     MOVE 12 TO RETURN-CODE.
000525     STOP RUN.
000526
000527 match-parc.
000528* Seconde lecture de la liste, controlee : chaque code detenu est
000529* cherche au registre puis au maitre.
000530     OPEN INPUT PARC-FILE.
000531     PERFORM UNTIL WS-PARC-STATUS NOT = "00"
000532         READ PARC-FILE
000533         IF WS-PARC-STATUS = "00"
000534             IF PARC-LINE NOT = SPACES
000535                     AND PARC-LINE(1:3) NOT = "HDR"
000536                     AND PARC-LINE(1:3) NOT = "TRL"
000537                 PERFORM match-parc-line
000538             END-IF
000539         END-IF
000540     END-PERFORM.
000541     CLOSE PARC-FILE.
000542
000543 match-parc-line.
000544     MOVE PARC-LINE(1:20) TO WS-PARC-CODE.
000545     IF WS-PARC-CODE(1:1) < "a" OR WS-PARC-CODE(1:1) > "z"
000546             OR PARC-LINE(21:60) NOT = SPACES
000547         ADD 1 TO NB-ILLISIBLES
000548         MOVE SPACES TO RPT-LINE
000549         STRING "ILLISIBLE : " PARC-LINE(1:60)
000550             INTO RPT-LINE
000551         END-STRING
000552         WRITE RPT-LINE END-WRITE
000553     ELSE
000554         MOVE 'V' TO WS-TRV-ACTION
000555         MOVE WS-PARC-CODE TO WS-TRV-CODE
000556         MOVE SPACES TO WS-TRV-MARK
000557         MOVE SPACE TO WS-TRV-RESULT
000558         CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000559             WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000560             ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000561         END-CALL
000562         EVALUATE WS-TRV-RESULT
000563             WHEN 'N'
000564                 ADD 1 TO NB-DETENUS
000565                 PERFORM check-held-register
000566                 PERFORM check-held-master
000567             WHEN 'T'
000568                 ADD 1 TO NB-DOUBLONS
000569             WHEN OTHER
000570                 DISPLAY "ERREUR : ecriture au fichier de "
000571                     "travail impossible, rapprochement "
000572                     "interrompu"
000573                     END-DISPLAY
000574                 MOVE 'E' TO WS-JRN-SEV
000575                 MOVE "ecriture au fichier de travail impossible"
000576                     TO WS-JRN-MSG
000577                 PERFORM write-journal
000578                 PERFORM abort-parc
000579         END-EVALUATE
000580     END-IF.
000581
000582 check-held-register.
000583* Detenu mais jamais envoye : charge par un autre canal. Detenu et
000584* encore en attente d'accuse : l'accuse s'est perdu, l'envoi est
000585* clos d'office comme acquitte a la date de l'inventaire. Un code
000586* envoye vers une autre destination n'est ni clos ni compte comme
000587* acquitte : il est liste a part.
000588     MOVE 'L' TO WS-REG-ACTION.
000589     MOVE WS-PARC-CODE TO WS-REG-CODE.
000590     MOVE SPACE TO WS-REG-RESULT.
000591     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000592         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000593         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000594         ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000595     END-CALL.
000596     EVALUATE TRUE
000597         WHEN WS-REG-RESULT = 'A'
000598             ADD 1 TO NB-JAMAIS-ENVOYES
000599             MOVE SPACES TO RPT-LINE
000600             STRING "JAMAIS ENVOYE : " WS-PARC-CODE
000601                 " - detenu par le provisioning, "
000602                 "absent du registre"
000603                 INTO RPT-LINE
000604             END-STRING
000605             WRITE RPT-LINE END-WRITE
000606         WHEN WS-REG-RESULT = 'T'
000607                 AND WS-REG-INFO(41:8) NOT = SPACES
000608                 AND WS-REG-INFO(41:8) NOT = WS-PARC-DEST
000609             ADD 1 TO NB-AUTRE-DEST
000610             MOVE SPACES TO RPT-LINE
000611             STRING "AUTRE DESTINATION : " WS-PARC-CODE
000612                 " - detenu par le provisioning " WS-PARC-DEST
000613                 " - envoye vers " WS-REG-INFO(41:8)
000614                 INTO RPT-LINE
000615             END-STRING
000616             WRITE RPT-LINE END-WRITE
000617         WHEN WS-REG-RESULT = 'T' AND WS-REG-ACK = 'N'
000618             PERFORM close-unacknowledged
000619         WHEN WS-REG-RESULT = 'T' AND WS-REG-ACK = 'A'
000620             ADD 1 TO NB-ACQUITTES-DETENUS
000621         WHEN WS-REG-RESULT = 'T'
000622             ADD 1 TO NB-AUTRES-DETENUS
000623         WHEN OTHER
000624             DISPLAY "ERREUR : lecture du registre impossible : "
000625                 WS-PARC-CODE END-DISPLAY
000626             MOVE 'E' TO WS-JRN-SEV
000627             MOVE SPACES TO WS-JRN-MSG
000628             STRING "lecture du registre impossible : "
000629                 WS-PARC-CODE
000630                 INTO WS-JRN-MSG
000631             END-STRING
000632             PERFORM write-journal
000633             PERFORM abort-parc
000634     END-EVALUATE.
000635
000636 close-unacknowledged.
000637     MOVE SPACES TO RPT-LINE.
000638     STRING "NON ACQUITTE : " WS-PARC-CODE
000639         " - envoye le " WS-REG-DATE
000640         " - detenu, clos acquitte au " WS-INVENTAIRE-DATE
000641         INTO RPT-LINE
000642     END-STRING.
000643     WRITE RPT-LINE END-WRITE.
000644     MOVE 'A' TO WS-REG-ACTION.
000645     MOVE WS-PARC-CODE TO WS-REG-CODE.
000646     MOVE 'A' TO WS-REG-ACK.
000647     MOVE WS-INVENTAIRE-DATE TO WS-REG-ACK-DATE.
000648     MOVE SPACES TO WS-REG-INFO.
000649     MOVE SPACE TO WS-REG-RESULT.
000650     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000651         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000652         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000653         ON EXCEPTION MOVE 'E' TO WS-REG-RESULT
000654     END-CALL.
000655     IF WS-REG-RESULT = 'T'
000656         ADD 1 TO NB-NON-ACQUITTES
000657     ELSE
000658         DISPLAY "ERREUR : cloture de l'envoi impossible : "
000659             WS-PARC-CODE END-DISPLAY
000660         MOVE 'E' TO WS-JRN-SEV
000661         MOVE SPACES TO WS-JRN-MSG
000662         STRING "cloture de l'envoi impossible : " WS-PARC-CODE
000663             INTO WS-JRN-MSG
000664         END-STRING
000665         PERFORM write-journal
000666         MOVE 12 TO WS-JOB-RC-NEW
000667         PERFORM raise-job-rc
000668     END-IF.
000669
000670 check-held-master.
000671* Detenu alors que les verdicts memorises au maitre ne passent
000672* plus les parties 1 et 2 (requalification sous une nouvelle
000673* version, rejet definitif) : le provisioning sert un code que
000674* nos regles refusent. Un code absent du maitre n'a pas de
000675* verdict a opposer.
000676     MOVE 'L' TO WS-MST-ACTION.
000677     MOVE WS-PARC-CODE TO WS-MST-CODE.
000678     MOVE SPACE TO WS-MST-RESULT.
000679     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000680         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000681         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000682         ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000683     END-CALL.
000684     IF WS-MST-RESULT = 'T'
000685         IF WS-MST-FLAGS(1:1) NOT = 'Y'
000686                 OR WS-MST-FLAGS(2:1) NOT = 'Y'
000687             ADD 1 TO NB-HORS-REGLES
000688             MOVE SPACES TO RPT-LINE
000689             STRING "HORS REGLES : " WS-PARC-CODE
000690                 " - Partie 1 : " WS-MST-FLAGS(1:1)
000691                 " - Partie 2 : " WS-MST-FLAGS(2:1)
000692                 " - regles " WS-MST-INFO(23:8)
000693                 INTO RPT-LINE
000694             END-STRING
000695             WRITE RPT-LINE END-WRITE
000696         END-IF
000697     END-IF.
000698
000699 scan-register.
000700* Balayage complet du registre : un code acquitte que la liste ne
000701* porte pas n'est plus detenu par le provisioning. La consultation
000702* du fichier de travail ('V') note au passage le code absent, sans
000703* effet : chaque code du registre n'est vu qu'une fois. Un envoi
000704* vers une autre destination n'est pas attendu dans la liste.
000705     MOVE 'D' TO WS-REG-ACTION.
000706     MOVE SPACE TO WS-REG-RESULT.
000707     CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000708         WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000709         WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000710         ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000711     END-CALL.
000712     IF WS-REG-RESULT NOT = 'T'
000713         MOVE 'Y' TO WS-FIN-BALAYAGE
000714     ELSE
000715         MOVE 'N' TO WS-FIN-BALAYAGE
000716     END-IF.
000717     PERFORM UNTIL WS-FIN-BALAYAGE = 'Y'
000718         MOVE 'S' TO WS-REG-ACTION
000719         MOVE SPACE TO WS-REG-RESULT
000720         CALL "registre-io" USING WS-REG-ACTION, WS-REG-CODE,
000721             WS-REG-DATE, WS-REG-GENERATION, WS-REG-ACK,
000722             WS-REG-ACK-DATE, WS-REG-RESULT, WS-REG-INFO
000723             ON EXCEPTION MOVE 'F' TO WS-REG-RESULT
000724         END-CALL
000725         IF WS-REG-RESULT = 'T'
000726             IF WS-REG-ACK = 'A'
000727                     AND (WS-REG-INFO(41:8) = SPACES
000728                     OR WS-REG-INFO(41:8) = WS-PARC-DEST)
000729                 PERFORM check-acknowledged
000730             END-IF
000731         ELSE
000732             MOVE 'Y' TO WS-FIN-BALAYAGE
000733         END-IF
000734     END-PERFORM.
000735
000736 check-acknowledged.
000737     ADD 1 TO NB-ACQUITTES-REGISTRE.
000738     MOVE 'V' TO WS-TRV-ACTION.
000739     MOVE WS-REG-CODE TO WS-TRV-CODE.
000740     MOVE SPACES TO WS-TRV-MARK.
000741     MOVE SPACE TO WS-TRV-RESULT.
000742     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000743         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000744         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000745     END-CALL.
000746     IF WS-TRV-RESULT = 'N'
000747         ADD 1 TO NB-PLUS-DETENUS
000748         MOVE SPACES TO RPT-LINE
000749         STRING "PLUS DETENU : " WS-REG-CODE
000750             " - envoye le " WS-REG-DATE
000751             " - acquitte le " WS-REG-ACK-DATE
000752             " - absent de la liste"
000753             INTO RPT-LINE
000754         END-STRING
000755         WRITE RPT-LINE END-WRITE
000756     END-IF.
000757     IF WS-TRV-RESULT = 'E'
000758         DISPLAY "ERREUR : fichier de travail illisible, "
000759             "rapprochement interrompu" END-DISPLAY
000760         MOVE 'E' TO WS-JRN-SEV
000761         MOVE "fichier de travail illisible" TO WS-JRN-MSG
000762         PERFORM write-journal
000763         PERFORM abort-parc
000764     END-IF.
000765
000766 write-totals.
000767     MOVE SPACES TO RPT-LINE.
000768     STRING "Codes detenus : " NB-DETENUS
000769         " - doublons : " NB-DOUBLONS
000770         " - illisibles : " NB-ILLISIBLES
000771         INTO RPT-LINE
000772     END-STRING.
000773     WRITE RPT-LINE END-WRITE.
000774     MOVE SPACES TO RPT-LINE.
000775     STRING "Detenus et acquittes : " NB-ACQUITTES-DETENUS
000776         " - detenus malgre un rejet ou un abandon : "
000777         NB-AUTRES-DETENUS
000778         INTO RPT-LINE
000779     END-STRING.
000780     WRITE RPT-LINE END-WRITE.
000781     MOVE SPACES TO RPT-LINE.
000782     STRING "Acquittes au registre : " NB-ACQUITTES-REGISTRE
000783         INTO RPT-LINE
000784     END-STRING.
000785     WRITE RPT-LINE END-WRITE.
000786     MOVE "Ecarts (classe - nombre - code retour) :" TO RPT-LINE.
000787     WRITE RPT-LINE END-WRITE.
000788     MOVE SPACES TO RPT-LINE.
000789     STRING "  JAMAIS ENVOYE : " NB-JAMAIS-ENVOYES
000790         " - " WS-RC-JAMAIS-ENVOYE
000791         INTO RPT-LINE
000792     END-STRING.
000793     WRITE RPT-LINE END-WRITE.
000794     MOVE SPACES TO RPT-LINE.
000795     STRING "  PLUS DETENU : " NB-PLUS-DETENUS
000796         " - " WS-RC-PLUS-DETENU
000797         INTO RPT-LINE
000798     END-STRING.
000799     WRITE RPT-LINE END-WRITE.
000800     MOVE SPACES TO RPT-LINE.
000801     STRING "  HORS REGLES : " NB-HORS-REGLES
000802         " - " WS-RC-HORS-REGLES
000803         INTO RPT-LINE
000804     END-STRING.
000805     WRITE RPT-LINE END-WRITE.
000806     MOVE SPACES TO RPT-LINE.
000807     STRING "  NON ACQUITTE (clos d'office) : " NB-NON-ACQUITTES
000808         " - " WS-RC-NON-ACQUITTE
000809         INTO RPT-LINE
000810     END-STRING.
000811     WRITE RPT-LINE END-WRITE.
000812     MOVE SPACES TO RPT-LINE.
000813     STRING "  AUTRE DESTINATION : " NB-AUTRE-DEST
000814         " - " WS-RC-AUTRE-DEST
000815         INTO RPT-LINE
000816     END-STRING.
000817     WRITE RPT-LINE END-WRITE.
000818
000819 rate-discrepancies.
000820* Chaque classe d'ecart non vide pese de sa propre gravite ; le
000821* code retour est la plus grave.
000822     IF NB-ILLISIBLES > 0
000823         DISPLAY "ATTENTION : " NB-ILLISIBLES
000824             " ligne(s) illisible(s) dans la liste du parc"
000825             END-DISPLAY
000826         MOVE 'W' TO WS-JRN-SEV
000827         MOVE "lignes illisibles dans la liste du parc"
000828             TO WS-JRN-MSG
000829         PERFORM write-journal
000830         MOVE 4 TO WS-JOB-RC-NEW
000831         PERFORM raise-job-rc
000832     END-IF.
000833     IF NB-JAMAIS-ENVOYES > 0
000834         MOVE 'W' TO WS-JRN-SEV
000835         MOVE SPACES TO WS-JRN-MSG
000836         STRING NB-JAMAIS-ENVOYES
000837             " code(s) detenu(s) jamais envoye(s)"
000838             INTO WS-JRN-MSG
000839         END-STRING
000840         PERFORM write-journal
000841         MOVE WS-RC-JAMAIS-ENVOYE TO WS-JOB-RC-NEW
000842         PERFORM raise-job-rc
000843     END-IF.
000844     IF NB-PLUS-DETENUS > 0
000845         MOVE 'W' TO WS-JRN-SEV
000846         MOVE SPACES TO WS-JRN-MSG
000847         STRING NB-PLUS-DETENUS
000848             " code(s) acquitte(s) plus detenu(s)"
000849             INTO WS-JRN-MSG
000850         END-STRING
000851         PERFORM write-journal
000852         MOVE WS-RC-PLUS-DETENU TO WS-JOB-RC-NEW
000853         PERFORM raise-job-rc
000854     END-IF.
000855     IF NB-HORS-REGLES > 0
000856         MOVE 'W' TO WS-JRN-SEV
000857         MOVE SPACES TO WS-JRN-MSG
000858         STRING NB-HORS-REGLES " code(s) detenu(s) hors regles"
000859             INTO WS-JRN-MSG
000860         END-STRING
000861         PERFORM write-journal
000862         MOVE WS-RC-HORS-REGLES TO WS-JOB-RC-NEW
000863         PERFORM raise-job-rc
000864     END-IF.
000865     IF NB-NON-ACQUITTES > 0
000866         MOVE 'W' TO WS-JRN-SEV
000867         MOVE SPACES TO WS-JRN-MSG
000868         STRING NB-NON-ACQUITTES
000869             " envoi(s) non acquitte(s) detenu(s), clos d'office"
000870             INTO WS-JRN-MSG
000871         END-STRING
000872         PERFORM write-journal
000873         MOVE WS-RC-NON-ACQUITTE TO WS-JOB-RC-NEW
000874         PERFORM raise-job-rc
000875     END-IF.
000876     IF NB-AUTRE-DEST > 0
000877         MOVE 'W' TO WS-JRN-SEV
000878         MOVE SPACES TO WS-JRN-MSG
000879         STRING NB-AUTRE-DEST
000880             " code(s) detenu(s) envoye(s) ailleurs"
000881             INTO WS-JRN-MSG
000882         END-STRING
000883         PERFORM write-journal
000884         MOVE WS-RC-AUTRE-DEST TO WS-JOB-RC-NEW
000885         PERFORM raise-job-rc
000886     END-IF.
000887
000888 raise-job-rc.
000889* Ne retient que le code retour le plus grave du passage : un
000890* avertissement ne doit jamais masquer une erreur deja detectee.
000891     IF WS-JOB-RC-NEW > WS-JOB-RC
000892         MOVE WS-JOB-RC-NEW TO WS-JOB-RC
000893     END-IF.
000894
000895 write-journal.
000896     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000897         ON EXCEPTION CONTINUE
000898     END-CALL.
