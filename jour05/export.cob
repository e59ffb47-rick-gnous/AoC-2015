000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. export-csv.
000003
000004* Exports delimites (CSV) pour l'equipe decisionnelle : audit.txt,
000005* exceptions.txt (avec quarantaine.txt), inventaire.txt,
000006* qualite-sources.txt et un dechargement complet de master.dat
000007* sont convertis en fichiers CSV, pour qu'on ne redecoupe plus nos
000008* fichiers a colonnes fixes a la main dans un tableur. Conventions
000009* communes a tous les fichiers produits : une ligne d'en-tete avec
000010* le nom des colonnes, separateur point-virgule, zones
000011* alphanumeriques entre guillemets (un guillemet interne est
000012* double), zones numeriques sans guillemets ni zeros de tete avec
000013* le point decimal, et la date du passage (DATE-EXECUTION du
000014* job-summary, AAAAMMJJ) en premiere colonne de chaque ligne. Les
000015* lignes de nos fichiers sont decoupees sur leurs separateurs
000016* " - " et " : " et reconnues a leurs libelles plutot qu'a des
000017* colonnes fixes : un champ ajoute a une ligne ne decale rien.
000018*   audit.csv           : une ligne par code score (indicateurs
000019*                         des trois parties, paire, ecart,
000020*                         marqueurs normalise/deja envoye/bloque,
000021*                         ligne d'origine d'une resoumission,
000022*                         version des regles de la piste)
000023*   exceptions.csv      : une ligne par rejet (ligne d'origine,
000024*                         motif LONGUEUR/CARACTERES/AUTRE,
000025*                         longueur, chaine, resoumission, mise en
000026*                         quarantaine)
000027*   inventaire.csv      : une ligne par compteur de l'inventaire
000028*                         (rubrique, libelle, valeur)
000029*   qualite-sources.csv : une ligne par source (rang, rejets,
000030*                         enregistrements, taux cumule, taux et
000031*                         tendance du jour)
000032*   maitre.csv          : une ligne par code du fichier maitre
000033* export-comptes.csv donne pour chaque fichier produit le nombre
000034* de lignes de donnees (en-tete non compte) et son etat (OK, ou
000035* ABSENT quand le fichier source manque : le CSV n'a alors que son
000036* en-tete) ; il est recree des le debut, si bien qu'un export
000037* interrompu n'y laisse pas les comptes d'une nuit precedente. Un
000038* fichier sans ligne dans export-comptes.csv n'est pas a charger.
000039* Prevu en etape de chaine-nuit apres le passage (et apres
000040* l'inventaire les jours ou il tourne ; inventaire.txt absent
000041* n'est pas une anomalie). Code retour : 0 propre, 4 avertissement
000042* (fichier du passage absent, date du passage inconnue, passage en
000043* cours), 12 erreur (fichier CSV non creable).
000044
000045 ENVIRONMENT DIVISION.
000046    INPUT-OUTPUT SECTION.
000047    FILE-CONTROL.
000048         SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-NAME
000049         ORGANIZATION LINE SEQUENTIAL
000050         FILE STATUS IS WS-SRC-STATUS.
000051         SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-NAME
000052         ORGANIZATION LINE SEQUENTIAL
000053         FILE STATUS IS WS-CSV-STATUS.
000054         SELECT CPT-FILE ASSIGN TO "export-comptes.csv"
000055         ORGANIZATION LINE SEQUENTIAL
000056         FILE STATUS IS WS-CPT-STATUS.
000057         SELECT SUMMARY-FILE ASSIGN TO "job-summary.txt"
000058         ORGANIZATION LINE SEQUENTIAL
000059         FILE STATUS IS WS-SUMM-STATUS.
000060         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000061         ORGANIZATION LINE SEQUENTIAL
000062         FILE STATUS IS WS-LOCK-STATUS.
000063         SELECT MASTER-FILE ASSIGN TO "master.dat"
000064         ORGANIZATION INDEXED
000065         ACCESS SEQUENTIAL
000066         RECORD KEY MASTER-CODE
000067         FILE STATUS IS WS-MASTER-STATUS.
000068
000069 DATA DIVISION.
000070   FILE SECTION.
000071   FD SRC-FILE.
000072     01 SRC-LINE PIC X(150).
000073
000074   FD CSV-FILE.
000075     01 CSV-LINE PIC X(300).
000076
000077   FD CPT-FILE.
000078     01 CPT-LINE PIC X(120).
000079
000080   FD SUMMARY-FILE.
000081     01 SUMMARY-LINE PIC X(80).
000082
000083   FD LOCK-FILE.
000084     01 LOCK-LINE PIC X(80).
000085
000086   FD MASTER-FILE.
000087     01 MASTER-REC.
000088       02 MASTER-CODE PIC X(20).
000089       02 MASTER-FIRST-SEEN PIC 9(8).
000090       02 MASTER-LAST-SEEN PIC 9(8).
000091       02 MASTER-PREM PIC X.
000092       02 MASTER-DEUX PIC X.
000093       02 MASTER-TROIS PIC X.
000094       02 MASTER-DUAL-SENT PIC X.
000095       02 MASTER-SEEN-COUNT PIC 9(6).
000096       02 MASTER-VERSION PIC X(8).
000097
000098   WORKING-STORAGE SECTION.
000099     77 WS-SRC-NAME PIC X(30).
000100     77 WS-SRC-STATUS PIC XX.
000101     77 WS-CSV-NAME PIC X(30).
000102     77 WS-CSV-STATUS PIC XX.
000103     77 WS-CPT-STATUS PIC XX.
000104     77 WS-SUMM-STATUS PIC XX.
000105     77 WS-LOCK-STATUS PIC XX.
000106     77 WS-MASTER-STATUS PIC XX.
000107     77 WS-FIN-MAITRE PIC X VALUE 'N'.
000108     77 WS-DATE-PASSAGE PIC X(8) VALUE SPACES.
000109     77 WS-JOB-RC PIC 99 VALUE 0.
000110     77 NB-FICHIERS PIC 9 VALUE 0.
000111* Ligne CSV en construction : chaque zone est ajoutee a la suite
000112* (pointeur WS-CSV-PTR), precedee du separateur sauf la premiere.
000113* WS-CSV-ZONE porte la valeur a ajouter ; ses bornes utiles
000114* (WS-CSV-DEB a WS-CSV-LEN) excluent les blancs de tete et de fin.
000115     77 WS-CSV-LIGNE PIC X(300).
000116     77 WS-CSV-PTR PIC 9(3).
000117     77 WS-CSV-ZONE PIC X(120).
000118     77 WS-CSV-DEB PIC 9(3).
000119     77 WS-CSV-LEN PIC 9(3).
000120     77 WS-CSV-IDX PIC 9(3).
000121     77 WS-CSV-PREMIER PIC X.
000122     77 WS-CSV-ETAT PIC X(6).
000123     77 NB-LIGNES-CSV PIC 9(7).
000124* Decoupage d'une ligne source en segments separes par " - ",
000125* puis de chaque segment en libelle et valeur separes par " : ".
000126     77 WS-SEG PIC X(120).
000127     77 WS-SEG-PTR PIC 9(3).
000128     77 WS-SEG-LIB PIC X(60).
000129     77 WS-SEG-VAL PIC X(60).
000130     77 WS-SEG-RESTE PIC X(60).
000131* Ligne d'audit : la version des regles vient de la ligne
000132* "Regles :" ecrite sous l'entete de la piste.
000133     77 WS-AUD-REGLES PIC X(8) VALUE SPACES.
000134     77 WS-AUD-CODE PIC X(20).
000135     77 WS-AUD-P1 PIC X.
000136     77 WS-AUD-P2 PIC X.
000137     77 WS-AUD-P3 PIC X.
000138     77 WS-AUD-PAIRE PIC X(2).
000139     77 WS-AUD-ECART PIC X.
000140     77 WS-AUD-NORM PIC X.
000141     77 WS-AUD-DEJA PIC X.
000142     77 WS-AUD-BLOQUE PIC X.
000143     77 WS-AUD-RESOUMIS PIC X(6).
000144     77 WS-AUD-PROFIL PIC X(6).
000145* Ligne de rejet : meme lecture que repare-exceptions (chaine
000146* derriere le premier " : ", motif en mot-cle fixe).
000147     77 WS-EXC-PART1 PIC X(60).
000148     77 WS-EXC-CHAINE PIC X(60).
000149     77 WS-EXC-MOTIF PIC X(10).
000150     77 WS-EXC-LONG PIC X(2).
000151     77 WS-EXC-RESOUMIS PIC X.
000152     77 WS-EXC-QUAR PIC X.
000153     77 WS-EXC-HITS PIC 9(3).
000154* Inventaire : rubrique de la section en cours (ligne d'intitule
000155* terminee par " :") ou de la ligne de premier niveau.
000156     77 WS-INV-SECTION PIC X(60) VALUE SPACES.
000157     77 WS-INV-RUBRIQUE PIC X(60).
000158     77 WS-INV-DERNIER PIC 9(3).
000159     77 WS-INV-HITS PIC 9(3).
000160* Qualite des sources.
000161     77 WS-QUA-RANG PIC X(5).
000162     77 WS-QUA-SOURCE PIC X(6).
000163     77 WS-QUA-REJETS PIC X(12).
000164     77 WS-QUA-RECS PIC X(12).
000165     77 WS-QUA-TAUX PIC X(8).
000166     77 WS-QUA-JOUR PIC X(8).
000167     77 WS-QUA-TENDANCE PIC X(7).
000168     77 WS-QUA-DU-JOUR PIC X.
000169* Journal operateur commun (journal.txt, via journal-op) : les
000170* messages d'exploitation de la console sont aussi consignes
000171* horodates dans un fichier unique pour toute la suite, que la
000172* supervision greppe apres incident. Module absent ou journal
000173* inecrivable : la console reste seule, sans faire echouer le
000174* passage.
000175     77 WS-JRN-PROG PIC X(20) VALUE "export-csv".
000176     77 WS-JRN-SEV PIC X.
000177     77 WS-JRN-MSG PIC X(80).
000178
000179 PROCEDURE DIVISION.
000180 main.
000181     MOVE 'I' TO WS-JRN-SEV.
000182     MOVE "debut des exports CSV" TO WS-JRN-MSG.
000183     PERFORM write-journal.
000184     PERFORM check-run-lock.
000185     PERFORM read-run-date.
000186     OPEN OUTPUT CPT-FILE.
000187     IF WS-CPT-STATUS NOT = "00"
000188         DISPLAY "ERREUR : creation de export-comptes.csv "
000189             "impossible (status " WS-CPT-STATUS ")" END-DISPLAY
000190         MOVE 'E' TO WS-JRN-SEV
000191         MOVE "creation de export-comptes.csv impossible"
000192             TO WS-JRN-MSG
000193         PERFORM write-journal
000194         MOVE 12 TO RETURN-CODE
000195         STOP RUN
000196     END-IF.
000197     MOVE '"DATE_PASSAGE";"FICHIER";"LIGNES";"ETAT"' TO CPT-LINE.
000198     WRITE CPT-LINE END-WRITE.
000199     PERFORM export-audit.
000200     PERFORM export-exceptions.
000201     PERFORM export-inventaire.
000202     PERFORM export-qualite.
000203     PERFORM export-maitre.
000204     CLOSE CPT-FILE.
000205     DISPLAY "Exports CSV du passage du " WS-DATE-PASSAGE " : "
000206         NB-FICHIERS " fichier(s), comptes dans "
000207         "export-comptes.csv"
000208         END-DISPLAY.
000209     MOVE 'I' TO WS-JRN-SEV.
000210     MOVE SPACES TO WS-JRN-MSG.
000211     STRING "fin des exports CSV du passage du " WS-DATE-PASSAGE
000212         ", code retour " WS-JOB-RC
000213         INTO WS-JRN-MSG
000214     END-STRING.
000215     PERFORM write-journal.
000216     MOVE WS-JOB-RC TO RETURN-CODE.
000217     STOP RUN.
000218
000219 check-run-lock.
000220* Un passage jour-cinq encore EN COURS (verrou jour5.lock) est
000221* annonce : les fichiers exportes peuvent n'etre qu'a moitie
000222* ecrits.
000223     OPEN INPUT LOCK-FILE.
000224     IF WS-LOCK-STATUS = "00"
000225         READ LOCK-FILE
000226         IF WS-LOCK-STATUS = "00"
000227                 AND LOCK-LINE(1:8) = "EN COURS"
000228             DISPLAY "ATTENTION : un passage jour-cinq est en "
000229                 "cours, les exports peuvent etre incomplets"
000230                 END-DISPLAY
000231             MOVE 'W' TO WS-JRN-SEV
000232             MOVE "exports CSV pendant un passage en cours"
000233                 TO WS-JRN-MSG
000234             PERFORM write-journal
000235             IF WS-JOB-RC < 4
000236                 MOVE 4 TO WS-JOB-RC
000237             END-IF
000238         END-IF
000239         CLOSE LOCK-FILE
000240     END-IF.
000241
000242 read-run-date.
000243* La date du passage vient du job-summary ; sans lui, la date du
000244* jour la remplace, avec un avertissement.
000245     OPEN INPUT SUMMARY-FILE.
000246     IF WS-SUMM-STATUS = "00"
000247         PERFORM UNTIL WS-SUMM-STATUS NOT = "00"
000248             READ SUMMARY-FILE
000249             IF WS-SUMM-STATUS = "00"
000250                 IF SUMMARY-LINE(1:14) = "DATE-EXECUTION"
000251                     MOVE SUMMARY-LINE(25:8) TO WS-DATE-PASSAGE
000252                 END-IF
000253             END-IF
000254         END-PERFORM
000255         CLOSE SUMMARY-FILE
000256     END-IF.
000257     IF WS-DATE-PASSAGE = SPACES
000258         ACCEPT WS-DATE-PASSAGE FROM DATE YYYYMMDD
000259         DISPLAY "ATTENTION : date du passage inconnue (pas de "
000260             "job-summary.txt), date du jour " WS-DATE-PASSAGE
000261             " retenue" END-DISPLAY
000262         MOVE 'W' TO WS-JRN-SEV
000263         MOVE "date du passage inconnue, date du jour retenue"
000264             TO WS-JRN-MSG
000265         PERFORM write-journal
000266         IF WS-JOB-RC < 4
000267             MOVE 4 TO WS-JOB-RC
000268         END-IF
000269     END-IF.
000270
000271 export-audit.
000272     MOVE "audit.csv" TO WS-CSV-NAME.
000273     PERFORM open-csv.
000274     MOVE SPACES TO WS-CSV-LIGNE.
000275     STRING '"DATE_PASSAGE";"CODE";"PARTIE1";"PARTIE2";'
000276         '"PARTIE3";"PAIRE";"ECART";"NORMALISE";"DEJA_ENVOYE";'
000277         '"BLOQUE";"LIGNE_RESOUMISSION";"VERSION_REGLES";"PROFIL"'
000278         INTO WS-CSV-LIGNE
000279     END-STRING.
000280     PERFORM write-header.
000281     MOVE "audit.txt" TO WS-SRC-NAME.
000282     OPEN INPUT SRC-FILE.
000283     IF WS-SRC-STATUS NOT = "00"
000284         PERFORM source-absente
000285     ELSE
000286         PERFORM UNTIL WS-SRC-STATUS NOT = "00"
000287             READ SRC-FILE
000288             IF WS-SRC-STATUS = "00"
000289                 IF SRC-LINE(1:8) = "Regles :"
000290                     PERFORM note-audit-regles
000291                 ELSE
000292                     IF SRC-LINE(1:8) NOT = "Chaine -"
000293                             AND SRC-LINE NOT = SPACES
000294                         PERFORM export-audit-line
000295                     END-IF
000296                 END-IF
000297             END-IF
000298         END-PERFORM
000299         CLOSE SRC-FILE
000300     END-IF.
000301     PERFORM close-csv.
000302
000303 note-audit-regles.
000304* "Regles : version XXXXXXXX du AAAAMMJJ" : la version est le mot
000305* qui suit "version ".
000306     MOVE SPACES TO WS-SEG-LIB.
000307     MOVE SPACES TO WS-SEG-VAL.
000308     UNSTRING SRC-LINE DELIMITED BY "version "
000309         INTO WS-SEG-LIB WS-SEG-VAL
000310     END-UNSTRING.
000311     MOVE SPACES TO WS-AUD-REGLES.
000312     UNSTRING WS-SEG-VAL DELIMITED BY SPACE
000313         INTO WS-AUD-REGLES
000314     END-UNSTRING.
000315
000316 export-audit-line.
000317* Le code est le premier segment ; les suivants sont reconnus a
000318* leur libelle (Partie 1 : Y, Paire : AB, Resoumis : ligne
000319* 000123, Profil : SRCA) ou a leur marqueur (Normalise, Deja
000320* envoye, Bloque). Les lignes d'audit d'une resoumission d'avant
000321* l'elargissement a 150 colonnes ne gardent que l'initiale " - D"
000322* de la mention Deja envoye. Sans profil estampille, la colonne
000323* PROFIL reste vide.
000324     MOVE SPACES TO WS-AUD-P1 WS-AUD-P2 WS-AUD-P3.
000325     MOVE SPACES TO WS-AUD-PAIRE WS-AUD-ECART WS-AUD-RESOUMIS.
000326     MOVE SPACES TO WS-AUD-PROFIL.
000327     MOVE 'N' TO WS-AUD-NORM.
000328     MOVE 'N' TO WS-AUD-DEJA.
000329     MOVE 'N' TO WS-AUD-BLOQUE.
000330     MOVE 1 TO WS-SEG-PTR.
000331     PERFORM next-segment.
000332     MOVE WS-SEG TO WS-AUD-CODE.
000333     PERFORM UNTIL WS-SEG-PTR > 150
000334         PERFORM next-segment
000335         PERFORM split-segment
000336         EVALUATE WS-SEG-LIB
000337             WHEN "Partie 1"
000338                 MOVE WS-SEG-VAL TO WS-AUD-P1
000339             WHEN "Partie 2"
000340                 MOVE WS-SEG-VAL TO WS-AUD-P2
000341             WHEN "Partie 3"
000342                 MOVE WS-SEG-VAL TO WS-AUD-P3
000343             WHEN "Paire"
000344                 MOVE WS-SEG-VAL TO WS-AUD-PAIRE
000345             WHEN "Ecart"
000346                 MOVE WS-SEG-VAL TO WS-AUD-ECART
000347             WHEN "Resoumis"
000348                 IF WS-SEG-VAL(1:6) = "ligne "
000349                     MOVE WS-SEG-VAL(7:6) TO WS-AUD-RESOUMIS
000350                 END-IF
000351             WHEN "Profil"
000352                 MOVE WS-SEG-VAL TO WS-AUD-PROFIL
000353             WHEN "Normalise"
000354                 MOVE 'Y' TO WS-AUD-NORM
000355             WHEN "Deja envoye"
000356             WHEN "D"
000357                 MOVE 'Y' TO WS-AUD-DEJA
000358             WHEN "Bloque"
000359                 MOVE 'Y' TO WS-AUD-BLOQUE
000360         END-EVALUATE
000361     END-PERFORM.
000362     PERFORM start-row.
000363     MOVE WS-AUD-CODE TO WS-CSV-ZONE.
000364     PERFORM add-text-field.
000365     MOVE WS-AUD-P1 TO WS-CSV-ZONE.
000366     PERFORM add-text-field.
000367     MOVE WS-AUD-P2 TO WS-CSV-ZONE.
000368     PERFORM add-text-field.
000369     MOVE WS-AUD-P3 TO WS-CSV-ZONE.
000370     PERFORM add-text-field.
000371     MOVE WS-AUD-PAIRE TO WS-CSV-ZONE.
000372     PERFORM add-text-field.
000373     MOVE WS-AUD-ECART TO WS-CSV-ZONE.
000374     PERFORM add-text-field.
000375     MOVE WS-AUD-NORM TO WS-CSV-ZONE.
000376     PERFORM add-text-field.
000377     MOVE WS-AUD-DEJA TO WS-CSV-ZONE.
000378     PERFORM add-text-field.
000379     MOVE WS-AUD-BLOQUE TO WS-CSV-ZONE.
000380     PERFORM add-text-field.
000381     MOVE WS-AUD-RESOUMIS TO WS-CSV-ZONE.
000382     PERFORM add-num-field.
000383     MOVE WS-AUD-REGLES TO WS-CSV-ZONE.
000384     PERFORM add-text-field.
000385     MOVE WS-AUD-PROFIL TO WS-CSV-ZONE.
000386     PERFORM add-text-field.
000387     PERFORM write-row.
000388
000389 export-exceptions.
000390* Les rejets mis en quarantaine (quarantaine.txt) sont des rejets
000391* du passage comme les autres : ils sont exportes a la suite,
000392* marques QUARANTAINE Y, pour que le total reste celui des rejets.
000393* quarantaine.txt absent (quarantaine jamais activee) n'est pas
000394* une anomalie.
000395     MOVE "exceptions.csv" TO WS-CSV-NAME.
000396     PERFORM open-csv.
000397     MOVE SPACES TO WS-CSV-LIGNE.
000398     STRING '"DATE_PASSAGE";"LIGNE";"MOTIF";"LONGUEUR";"CHAINE";'
000399         '"RESOUMISSION";"QUARANTAINE"'
000400         INTO WS-CSV-LIGNE
000401     END-STRING.
000402     PERFORM write-header.
000403     MOVE "exceptions.txt" TO WS-SRC-NAME.
000404     MOVE 'N' TO WS-EXC-QUAR.
000405     OPEN INPUT SRC-FILE.
000406     IF WS-SRC-STATUS NOT = "00"
000407         PERFORM source-absente
000408     ELSE
000409         PERFORM read-exception-lines
000410         CLOSE SRC-FILE
000411     END-IF.
000412     MOVE "quarantaine.txt" TO WS-SRC-NAME.
000413     MOVE 'Y' TO WS-EXC-QUAR.
000414     OPEN INPUT SRC-FILE.
000415     IF WS-SRC-STATUS = "00"
000416         PERFORM read-exception-lines
000417         CLOSE SRC-FILE
000418     END-IF.
000419     PERFORM close-csv.
000420
000421 read-exception-lines.
000422* Seules les lignes de rejet de jour-cinq commencent par
000423* "Ligne " suivi du numero de sequence sur 6 chiffres.
000424     PERFORM UNTIL WS-SRC-STATUS NOT = "00"
000425         READ SRC-FILE
000426         IF WS-SRC-STATUS = "00"
000427             IF SRC-LINE(1:6) = "Ligne "
000428                     AND SRC-LINE(7:6) IS NUMERIC
000429                 PERFORM export-exception-line
000430             END-IF
000431         END-IF
000432     END-PERFORM.
000433
000434 export-exception-line.
000435     MOVE SPACES TO WS-EXC-PART1.
000436     MOVE SPACES TO WS-EXC-CHAINE.
000437     UNSTRING SRC-LINE DELIMITED BY " : "
000438         INTO WS-EXC-PART1 WS-EXC-CHAINE
000439     END-UNSTRING.
000440     MOVE 'N' TO WS-EXC-RESOUMIS.
000441     MOVE 0 TO WS-EXC-HITS.
000442     INSPECT WS-EXC-CHAINE TALLYING WS-EXC-HITS
000443         FOR ALL " (resoumission)".
000444     IF WS-EXC-HITS > 0
000445         MOVE 'Y' TO WS-EXC-RESOUMIS
000446         INSPECT WS-EXC-CHAINE REPLACING ALL " (resoumission)"
000447             BY "               "
000448     END-IF.
000449     MOVE SPACES TO WS-EXC-LONG.
000450     IF WS-EXC-PART1(16:8) = "longueur"
000451         MOVE "LONGUEUR" TO WS-EXC-MOTIF
000452         MOVE SPACES TO WS-SEG-LIB
000453         UNSTRING WS-EXC-PART1 DELIMITED BY "(" OR ")"
000454             INTO WS-SEG-LIB WS-EXC-LONG
000455         END-UNSTRING
000456     ELSE
000457         IF WS-EXC-PART1(16:10) = "caracteres"
000458             MOVE "CARACTERES" TO WS-EXC-MOTIF
000459         ELSE
000460             MOVE "AUTRE" TO WS-EXC-MOTIF
000461         END-IF
000462     END-IF.
000463     PERFORM start-row.
000464     MOVE SRC-LINE(7:6) TO WS-CSV-ZONE.
000465     PERFORM add-num-field.
000466     MOVE WS-EXC-MOTIF TO WS-CSV-ZONE.
000467     PERFORM add-text-field.
000468     MOVE WS-EXC-LONG TO WS-CSV-ZONE.
000469     PERFORM add-num-field.
000470     MOVE WS-EXC-CHAINE TO WS-CSV-ZONE.
000471     PERFORM add-text-field.
000472     MOVE WS-EXC-RESOUMIS TO WS-CSV-ZONE.
000473     PERFORM add-text-field.
000474     MOVE WS-EXC-QUAR TO WS-CSV-ZONE.
000475     PERFORM add-text-field.
000476     PERFORM write-row.
000477
000478 export-inventaire.
000479* inventaire.txt n'existe que les jours ou l'inventaire a tourne :
000480* son absence laisse un CSV reduit a l'en-tete, sans
000481* avertissement.
000482     MOVE "inventaire.csv" TO WS-CSV-NAME.
000483     PERFORM open-csv.
000484     MOVE SPACES TO WS-CSV-LIGNE.
000485     STRING '"DATE_PASSAGE";"RUBRIQUE";"LIBELLE";"VALEUR"'
000486         INTO WS-CSV-LIGNE
000487     END-STRING.
000488     PERFORM write-header.
000489     MOVE "inventaire.txt" TO WS-SRC-NAME.
000490     OPEN INPUT SRC-FILE.
000491     IF WS-SRC-STATUS NOT = "00"
000492         MOVE "ABSENT" TO WS-CSV-ETAT
000493         DISPLAY "inventaire.txt absent : inventaire.csv "
000494             "reduit a son en-tete" END-DISPLAY
000495     ELSE
000496         MOVE SPACES TO WS-INV-SECTION
000497         PERFORM UNTIL WS-SRC-STATUS NOT = "00"
000498             READ SRC-FILE
000499             IF WS-SRC-STATUS = "00"
000500                     AND SRC-LINE NOT = SPACES
000501                 PERFORM export-inventaire-line
000502             END-IF
000503         END-PERFORM
000504         CLOSE SRC-FILE
000505     END-IF.
000506     PERFORM close-csv.
000507
000508 export-inventaire-line.
000509* Trois sortes de lignes : l'intitule d'une section (premier
000510* niveau, termine par " :"), qui donne la rubrique des lignes en
000511* retrait qui suivent ; une ligne de premier niveau, dont la
000512* rubrique est le premier segment sans " : " ; une ligne en
000513* retrait, rattachee a la section en cours. Chaque segment
000514* "libelle : valeur" donne une ligne CSV ; une ligne en retrait
000515* sans " : ", comme toute ligne de la liste des blocages, est
000516* reprise entiere en libelle, sans valeur. La ligne de titre
000517* donne la date de l'inventaire et le nombre de codes du maitre.
000518     MOVE SRC-LINE TO WS-CSV-ZONE.
000519     PERFORM zone-bounds.
000520     MOVE WS-CSV-LEN TO WS-INV-DERNIER.
000521     IF SRC-LINE(1:11) = "Inventaire "
000522         PERFORM export-inventaire-titre
000523     ELSE
000524         IF SRC-LINE(1:1) NOT = SPACE
000525                 AND SRC-LINE(WS-INV-DERNIER:1) = ":"
000526             MOVE SPACES TO WS-INV-SECTION
000527             MOVE SRC-LINE(1:WS-INV-DERNIER - 1) TO WS-INV-SECTION
000528         ELSE
000529             IF SRC-LINE(1:1) = SPACE
000530                 MOVE WS-INV-SECTION TO WS-INV-RUBRIQUE
000531             ELSE
000532                 MOVE "General" TO WS-INV-RUBRIQUE
000533                 MOVE SPACES TO WS-INV-SECTION
000534             END-IF
000535             MOVE 0 TO WS-INV-HITS
000536             INSPECT SRC-LINE TALLYING WS-INV-HITS FOR ALL " : "
000537             IF SRC-LINE(1:1) = SPACE
000538                     AND (WS-INV-HITS = 0
000539                     OR WS-INV-SECTION = "Blocages en vigueur")
000540                 PERFORM export-inventaire-detail
000541             ELSE
000542                 MOVE 1 TO WS-SEG-PTR
000543                 PERFORM UNTIL WS-SEG-PTR > 150
000544                     PERFORM next-segment
000545                     PERFORM export-inventaire-segment
000546                 END-PERFORM
000547             END-IF
000548         END-IF
000549     END-IF.
000550
000551 export-inventaire-detail.
000552     PERFORM start-row.
000553     MOVE WS-INV-RUBRIQUE TO WS-CSV-ZONE.
000554     PERFORM add-text-field.
000555     MOVE SRC-LINE TO WS-CSV-ZONE.
000556     PERFORM add-text-field.
000557     MOVE SPACES TO WS-CSV-ZONE.
000558     PERFORM add-text-field.
000559     PERFORM write-row.
000560
000561 export-inventaire-segment.
000562     PERFORM split-segment.
000563     IF WS-SEG-VAL = SPACES AND SRC-LINE(1:1) NOT = SPACE
000564         MOVE WS-SEG-LIB TO WS-INV-RUBRIQUE
000565     ELSE
000566         PERFORM start-row
000567         MOVE WS-INV-RUBRIQUE TO WS-CSV-ZONE
000568         PERFORM add-text-field
000569         MOVE WS-SEG-LIB TO WS-CSV-ZONE
000570         PERFORM add-text-field
000571         MOVE WS-SEG-VAL TO WS-CSV-ZONE
000572         PERFORM add-value-field
000573         PERFORM write-row
000574     END-IF.
000575
000576 export-inventaire-titre.
000577* "Inventaire du fichier maitre au AAAAMMJJ - NNNNNNN code(s)".
000578     MOVE SPACES TO WS-SEG-LIB.
000579     MOVE SPACES TO WS-SEG-RESTE.
000580     UNSTRING SRC-LINE DELIMITED BY " au "
000581         INTO WS-SEG-LIB WS-SEG-RESTE
000582     END-UNSTRING.
000583     MOVE "Inventaire" TO WS-INV-RUBRIQUE.
000584     PERFORM start-row.
000585     MOVE WS-INV-RUBRIQUE TO WS-CSV-ZONE.
000586     PERFORM add-text-field.
000587     MOVE "date de l'inventaire" TO WS-CSV-ZONE.
000588     PERFORM add-text-field.
000589     MOVE WS-SEG-RESTE(1:8) TO WS-CSV-ZONE.
000590     PERFORM add-value-field.
000591     PERFORM write-row.
000592     MOVE SPACES TO WS-SEG-LIB.
000593     MOVE SPACES TO WS-SEG-VAL.
000594     UNSTRING WS-SEG-RESTE DELIMITED BY " - "
000595         INTO WS-SEG-LIB WS-SEG-VAL
000596     END-UNSTRING.
000597     MOVE SPACES TO WS-SEG-LIB.
000598     UNSTRING WS-SEG-VAL DELIMITED BY SPACE
000599         INTO WS-SEG-LIB
000600     END-UNSTRING.
000601     PERFORM start-row.
000602     MOVE WS-INV-RUBRIQUE TO WS-CSV-ZONE.
000603     PERFORM add-text-field.
000604     MOVE "codes au maitre" TO WS-CSV-ZONE.
000605     PERFORM add-text-field.
000606     MOVE WS-SEG-LIB TO WS-CSV-ZONE.
000607     PERFORM add-value-field.
000608     PERFORM write-row.
000609
000610 export-qualite.
000611     MOVE "qualite-sources.csv" TO WS-CSV-NAME.
000612     PERFORM open-csv.
000613     MOVE SPACES TO WS-CSV-LIGNE.
000614     STRING '"DATE_PASSAGE";"RANG";"SOURCE";"REJETS";'
000615         '"ENREGISTREMENTS";"TAUX_CUMULE";"TAUX_JOUR";'
000616         '"TENDANCE";"VUE_DU_JOUR"'
000617         INTO WS-CSV-LIGNE
000618     END-STRING.
000619     PERFORM write-header.
000620     MOVE "qualite-sources.txt" TO WS-SRC-NAME.
000621     OPEN INPUT SRC-FILE.
000622     IF WS-SRC-STATUS NOT = "00"
000623         PERFORM source-absente
000624     ELSE
000625         PERFORM UNTIL WS-SRC-STATUS NOT = "00"
000626             READ SRC-FILE
000627             IF WS-SRC-STATUS = "00"
000628                     AND SRC-LINE(1:1) = SPACE
000629                     AND SRC-LINE NOT = SPACES
000630                 PERFORM export-qualite-line
000631             END-IF
000632         END-PERFORM
000633         CLOSE SRC-FILE
000634     END-IF.
000635     PERFORM close-csv.
000636
000637 export-qualite-line.
000638* "  RRR - SOURCE - rejets N sur N - taux cumule X% - jour X%
000639* TENDANCE" ou "... - hors passage du jour" ; les segments sont
000640* reconnus a leur premier mot.
000641     MOVE SPACES TO WS-QUA-REJETS WS-QUA-RECS WS-QUA-TAUX.
000642     MOVE SPACES TO WS-QUA-JOUR WS-QUA-TENDANCE.
000643     MOVE 'N' TO WS-QUA-DU-JOUR.
000644     MOVE 1 TO WS-SEG-PTR.
000645     PERFORM next-segment.
000646     MOVE WS-SEG TO WS-QUA-RANG.
000647     PERFORM next-segment.
000648     MOVE WS-SEG TO WS-QUA-SOURCE.
000649     PERFORM UNTIL WS-SEG-PTR > 120
000650         PERFORM next-segment
000651         EVALUATE TRUE
000652             WHEN WS-SEG(1:7) = "rejets "
000653                 UNSTRING WS-SEG(8:60) DELIMITED BY " sur "
000654                     INTO WS-QUA-REJETS WS-QUA-RECS
000655                 END-UNSTRING
000656             WHEN WS-SEG(1:12) = "taux cumule "
000657                 UNSTRING WS-SEG(13:20) DELIMITED BY "%"
000658                     INTO WS-QUA-TAUX
000659                 END-UNSTRING
000660             WHEN WS-SEG(1:5) = "jour "
000661                 MOVE 'Y' TO WS-QUA-DU-JOUR
000662                 UNSTRING WS-SEG(6:30) DELIMITED BY "% "
000663                     INTO WS-QUA-JOUR WS-QUA-TENDANCE
000664                 END-UNSTRING
000665         END-EVALUATE
000666     END-PERFORM.
000667     PERFORM start-row.
000668     MOVE WS-QUA-RANG TO WS-CSV-ZONE.
000669     PERFORM add-num-field.
000670     MOVE WS-QUA-SOURCE TO WS-CSV-ZONE.
000671     PERFORM add-text-field.
000672     MOVE WS-QUA-REJETS TO WS-CSV-ZONE.
000673     PERFORM add-num-field.
000674     MOVE WS-QUA-RECS TO WS-CSV-ZONE.
000675     PERFORM add-num-field.
000676     MOVE WS-QUA-TAUX TO WS-CSV-ZONE.
000677     PERFORM add-num-field.
000678     MOVE WS-QUA-JOUR TO WS-CSV-ZONE.
000679     PERFORM add-num-field.
000680     MOVE WS-QUA-TENDANCE TO WS-CSV-ZONE.
000681     PERFORM add-text-field.
000682     MOVE WS-QUA-DU-JOUR TO WS-CSV-ZONE.
000683     PERFORM add-text-field.
000684     PERFORM write-row.
000685
000686 export-maitre.
000687* Dechargement complet du fichier maitre, dans l'ordre des codes.
000688     MOVE "maitre.csv" TO WS-CSV-NAME.
000689     PERFORM open-csv.
000690     MOVE SPACES TO WS-CSV-LIGNE.
000691     STRING '"DATE_PASSAGE";"CODE";"PREMIERE_VUE";"DERNIERE_VUE";'
000692         '"PARTIE1";"PARTIE2";"PARTIE3";"ENVOI_DUAL";"NB_VUES";'
000693         '"VERSION_REGLES"'
000694         INTO WS-CSV-LIGNE
000695     END-STRING.
000696     PERFORM write-header.
000697     MOVE "master.dat" TO WS-SRC-NAME.
000698     OPEN INPUT MASTER-FILE.
000699     IF WS-MASTER-STATUS NOT = "00"
000700         MOVE WS-MASTER-STATUS TO WS-SRC-STATUS
000701         PERFORM source-absente
000702     ELSE
000703         MOVE 'N' TO WS-FIN-MAITRE
000704         PERFORM UNTIL WS-FIN-MAITRE = 'Y'
000705             READ MASTER-FILE NEXT
000706                 AT END MOVE 'Y' TO WS-FIN-MAITRE
000707                 NOT AT END PERFORM export-master-rec
000708             END-READ
000709         END-PERFORM
000710         CLOSE MASTER-FILE
000711     END-IF.
000712     PERFORM close-csv.
000713
000714 export-master-rec.
000715     PERFORM start-row.
000716     MOVE MASTER-CODE TO WS-CSV-ZONE.
000717     PERFORM add-text-field.
000718     MOVE MASTER-FIRST-SEEN TO WS-CSV-ZONE.
000719     PERFORM add-num-field.
000720     MOVE MASTER-LAST-SEEN TO WS-CSV-ZONE.
000721     PERFORM add-num-field.
000722     MOVE MASTER-PREM TO WS-CSV-ZONE.
000723     PERFORM add-text-field.
000724     MOVE MASTER-DEUX TO WS-CSV-ZONE.
000725     PERFORM add-text-field.
000726     MOVE MASTER-TROIS TO WS-CSV-ZONE.
000727     PERFORM add-text-field.
000728     MOVE MASTER-DUAL-SENT TO WS-CSV-ZONE.
000729     PERFORM add-text-field.
000730     MOVE MASTER-SEEN-COUNT TO WS-CSV-ZONE.
000731     PERFORM add-num-field.
000732     MOVE MASTER-VERSION TO WS-CSV-ZONE.
000733     PERFORM add-text-field.
000734     PERFORM write-row.
000735
000736 open-csv.
000737     MOVE 0 TO NB-LIGNES-CSV.
000738     MOVE "OK" TO WS-CSV-ETAT.
000739     OPEN OUTPUT CSV-FILE.
000740     IF WS-CSV-STATUS NOT = "00"
000741         DISPLAY "ERREUR : creation de "
000742             FUNCTION TRIM(WS-CSV-NAME) " impossible (status "
000743             WS-CSV-STATUS ")" END-DISPLAY
000744         MOVE 'E' TO WS-JRN-SEV
000745         MOVE SPACES TO WS-JRN-MSG
000746         STRING "creation de " FUNCTION TRIM(WS-CSV-NAME)
000747             " impossible (status " WS-CSV-STATUS ")"
000748             INTO WS-JRN-MSG
000749         END-STRING
000750         PERFORM write-journal
000751         MOVE 12 TO RETURN-CODE
000752         STOP RUN
000753     END-IF.
000754
000755 write-header.
000756     MOVE WS-CSV-LIGNE TO CSV-LINE.
000757     WRITE CSV-LINE END-WRITE.
000758
000759 source-absente.
000760     MOVE "ABSENT" TO WS-CSV-ETAT.
000761     DISPLAY "ATTENTION : " FUNCTION TRIM(WS-SRC-NAME)
000762         " indisponible (status " WS-SRC-STATUS "), "
000763         FUNCTION TRIM(WS-CSV-NAME) " reduit a son en-tete"
000764         END-DISPLAY.
000765     MOVE 'W' TO WS-JRN-SEV.
000766     MOVE SPACES TO WS-JRN-MSG.
000767     STRING FUNCTION TRIM(WS-SRC-NAME) " indisponible, "
000768         FUNCTION TRIM(WS-CSV-NAME) " reduit a son en-tete"
000769         INTO WS-JRN-MSG
000770     END-STRING.
000771     PERFORM write-journal.
000772     IF WS-JOB-RC < 4
000773         MOVE 4 TO WS-JOB-RC
000774     END-IF.
000775
000776 close-csv.
000777* Le compte du fichier part dans export-comptes.csv des qu'il est
000778* ferme.
000779     CLOSE CSV-FILE.
000780     ADD 1 TO NB-FICHIERS.
000781     PERFORM start-row.
000782     MOVE WS-CSV-NAME TO WS-CSV-ZONE.
000783     PERFORM add-text-field.
000784     MOVE NB-LIGNES-CSV TO WS-CSV-ZONE.
000785     PERFORM add-num-field.
000786     MOVE WS-CSV-ETAT TO WS-CSV-ZONE.
000787     PERFORM add-text-field.
000788     MOVE WS-CSV-LIGNE TO CPT-LINE.
000789     WRITE CPT-LINE END-WRITE.
000790     DISPLAY "  " FUNCTION TRIM(WS-CSV-NAME) " : " NB-LIGNES-CSV
000791         " ligne(s) " WS-CSV-ETAT END-DISPLAY.
000792
000793 next-segment.
000794* Segment suivant de SRC-LINE jusqu'au prochain " - " ; en fin de
000795* ligne le pointeur depasse 150.
000796     MOVE SPACES TO WS-SEG.
000797     UNSTRING SRC-LINE DELIMITED BY " - "
000798         INTO WS-SEG
000799         WITH POINTER WS-SEG-PTR
000800     END-UNSTRING.
000801     MOVE WS-SEG TO WS-CSV-ZONE.
000802     PERFORM zone-bounds.
000803     IF WS-CSV-LEN > 0
000804         MOVE WS-CSV-ZONE(WS-CSV-DEB:WS-CSV-LEN - WS-CSV-DEB + 1)
000805             TO WS-SEG
000806     END-IF.
000807
000808 split-segment.
000809     MOVE SPACES TO WS-SEG-LIB.
000810     MOVE SPACES TO WS-SEG-VAL.
000811     UNSTRING WS-SEG DELIMITED BY " : "
000812         INTO WS-SEG-LIB WS-SEG-VAL
000813     END-UNSTRING.
000814
000815 start-row.
000816* Toute ligne CSV commence par la date du passage.
000817     MOVE SPACES TO WS-CSV-LIGNE.
000818     MOVE 1 TO WS-CSV-PTR.
000819     MOVE 'Y' TO WS-CSV-PREMIER.
000820     MOVE WS-DATE-PASSAGE TO WS-CSV-ZONE.
000821     PERFORM add-num-field.
000822
000823 write-row.
000824     MOVE WS-CSV-LIGNE TO CSV-LINE.
000825     WRITE CSV-LINE END-WRITE.
000826     ADD 1 TO NB-LIGNES-CSV.
000827
000828 zone-bounds.
000829* Bornes utiles de WS-CSV-ZONE : premier et dernier caractere non
000830* blanc (WS-CSV-LEN a 0 pour une zone vide).
000831     MOVE 0 TO WS-CSV-LEN.
000832     PERFORM VARYING WS-CSV-IDX FROM 120 BY -1
000833             UNTIL WS-CSV-IDX < 1 OR WS-CSV-LEN > 0
000834         IF WS-CSV-ZONE(WS-CSV-IDX:1) NOT = SPACE
000835             MOVE WS-CSV-IDX TO WS-CSV-LEN
000836         END-IF
000837     END-PERFORM.
000838     MOVE 1 TO WS-CSV-DEB.
000839     PERFORM UNTIL WS-CSV-DEB >= WS-CSV-LEN
000840             OR WS-CSV-ZONE(WS-CSV-DEB:1) NOT = SPACE
000841         ADD 1 TO WS-CSV-DEB
000842     END-PERFORM.
000843
000844 add-separator.
000845     IF WS-CSV-PREMIER = 'N'
000846         STRING ";" INTO WS-CSV-LIGNE WITH POINTER WS-CSV-PTR
000847         END-STRING
000848     END-IF.
000849     MOVE 'N' TO WS-CSV-PREMIER.
000850
000851 add-text-field.
000852* Zone alphanumerique : entre guillemets, un guillemet interne
000853* est double.
000854     PERFORM add-separator.
000855     PERFORM zone-bounds.
000856     STRING '"' INTO WS-CSV-LIGNE WITH POINTER WS-CSV-PTR
000857     END-STRING.
000858     IF WS-CSV-LEN > 0
000859         PERFORM VARYING WS-CSV-IDX FROM WS-CSV-DEB BY 1
000860                 UNTIL WS-CSV-IDX > WS-CSV-LEN
000861             IF WS-CSV-ZONE(WS-CSV-IDX:1) = '"'
000862                 STRING '""' INTO WS-CSV-LIGNE
000863                     WITH POINTER WS-CSV-PTR
000864                 END-STRING
000865             ELSE
000866                 STRING WS-CSV-ZONE(WS-CSV-IDX:1)
000867                     INTO WS-CSV-LIGNE WITH POINTER WS-CSV-PTR
000868                 END-STRING
000869             END-IF
000870         END-PERFORM
000871     END-IF.
000872     STRING '"' INTO WS-CSV-LIGNE WITH POINTER WS-CSV-PTR
000873     END-STRING.
000874
000875 add-num-field.
000876* Zone numerique : sans guillemets, zeros de tete retires (un zero
000877* est garde devant le point decimal) ; vide, rien n'est ecrit
000878* entre les separateurs.
000879     PERFORM add-separator.
000880     PERFORM zone-bounds.
000881     IF WS-CSV-LEN > 0
000882         PERFORM UNTIL WS-CSV-DEB >= WS-CSV-LEN
000883                 OR WS-CSV-ZONE(WS-CSV-DEB:1) NOT = "0"
000884                 OR WS-CSV-ZONE(WS-CSV-DEB + 1:1) = "."
000885             ADD 1 TO WS-CSV-DEB
000886         END-PERFORM
000887         STRING
000888             WS-CSV-ZONE(WS-CSV-DEB:WS-CSV-LEN - WS-CSV-DEB + 1)
000889             INTO WS-CSV-LIGNE WITH POINTER WS-CSV-PTR
000890         END-STRING
000891     END-IF.
000892
000893 add-value-field.
000894* Valeur d'inventaire : numerique si elle en a la forme, sinon
000895* alphanumerique.
000896     IF WS-CSV-ZONE NOT = SPACES
000897             AND FUNCTION TEST-NUMVAL(WS-CSV-ZONE) = 0
000898         PERFORM add-num-field
000899     ELSE
000900         PERFORM add-text-field
000901     END-IF.
000902
000903 write-journal.
000904     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000905         ON EXCEPTION CONTINUE
000906     END-CALL.
