000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. requalification.
000003
000004* Requalification du fichier maitre des codes quand une nouvelle
000005* version des regles de scoring entre en vigueur (bloc VERSION
000006* de regles.dat) : un passage de nuit ne rejoue que les codes de
000007* sa generation, les autres gardant les verdicts d'une version
000008* anterieure. Chaque code de master.dat dont la version
000009* estampillee n'est pas la version active (ou est inconnue) est
000010* rejoue par hub sous la version active - les trois jeux de
000011* regles, jeu de voyelles de jour5.parms - et ses verdicts sont
000012* remplaces via maitre-io (action 'Q' : ni vue comptee, ni envoi
000013* dual touche). Un code estampille d'une version imposee par un
000014* profil de source (profils-sources.dat) autre que la version
000015* active a ete verdicte sous les regles de sa source : le maitre
000016* ne garde pas la source, il est laisse tel quel et compte a
000017* part, sans rejeu ni rappel. Les codes deja envoyes au
000018* provisioning (MASTER-DUAL-SENT = 'Y') qui ne passent plus les
000019* parties 1 et 2 sous la version active forment la liste de
000020* rappel, rappel-AAAAMMJJ.txt, au format des extraits sortants
000021* (HDR + date + source RAPPEL, un code par ligne, TRL + compte +
000022* somme de controle) pour que le provisioning les retire. La
000023* liste est complete a chaque passage : un code deja retire qui
000024* reparait est retire a nouveau sans effet.
000025* Le maitre est bien plus gros qu'une generation : le traitement
000026* est repris la ou il s'est arrete. Tous les JOUR5_REQUAL_PAS
000027* codes (1000 par defaut) la derniere cle traitee et les
000028* compteurs sont notes dans requalif.ckpt ; un lancement qui
000029* trouve un point de reprise EN COURS pour la meme version
000030* repart apres cette cle, les codes de rappel deja collectes
000031* etant gardes dans le fichier de travail (requalif-travail.dat,
000032* via travail-io). Le verrou jour5.lock est pris pendant tout le
000033* traitement (MODE REQUALIF) : pas de passage de nuit ni
000034* d'epuration sous ses pieds ; seul un verrou laisse par une
000035* requalification interrompue est repris.
000036* Compte rendu dans requalification.txt. Code retour : 0
000037* propre, 4 avertissement (regles.dat absent, codes non
000038* rejouables), 12 erreur.
000039
000040 ENVIRONMENT DIVISION.
000041    INPUT-OUTPUT SECTION.
000042    FILE-CONTROL.
000043         SELECT PARM-FILE ASSIGN TO "jour5.parms"
000044         ORGANIZATION LINE SEQUENTIAL
000045         FILE STATUS IS WS-PARM-STATUS.
000046         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000047         ORGANIZATION LINE SEQUENTIAL
000048         FILE STATUS IS WS-LOCK-STATUS.
000049         SELECT CKPT-FILE ASSIGN TO "requalif.ckpt"
000050         ORGANIZATION LINE SEQUENTIAL
000051         FILE STATUS IS WS-CKPT-STATUS.
000052         SELECT RAPPEL-FILE ASSIGN TO DYNAMIC WS-RAPPEL-NAME
000053         ORGANIZATION LINE SEQUENTIAL
000054         FILE STATUS IS WS-RAPPEL-STATUS.
000055         SELECT REQUAL-REPORT ASSIGN TO "requalification.txt"
000056         ORGANIZATION LINE SEQUENTIAL
000057         FILE STATUS IS WS-RPT-STATUS.
000058         SELECT PROFILS-FILE ASSIGN TO "profils-sources.dat"
000059         ORGANIZATION LINE SEQUENTIAL
000060         FILE STATUS IS WS-PROFILS-STATUS.
000061
000062 DATA DIVISION.
000063   FILE SECTION.
000064   FD PARM-FILE.
000065     01 PARM-LINE PIC X(540).
000066
000067   FD LOCK-FILE.
000068     01 LOCK-LINE PIC X(80).
000069
000070   FD CKPT-FILE.
000071     01 CKPT-LINE PIC X(110).
000072
000073   FD RAPPEL-FILE.
000074     01 RAPPEL-LINE PIC X(80).
000075
000076   FD REQUAL-REPORT.
000077     01 RPT-LINE PIC X(100).
000078
000079   FD PROFILS-FILE.
000080     01 PROFILS-LINE PIC X(80).
000081
000082   WORKING-STORAGE SECTION.
000083     77 WS-PARM-STATUS PIC XX.
000084     77 WS-LOCK-STATUS PIC XX.
000085     77 WS-CKPT-STATUS PIC XX.
000086     77 WS-RAPPEL-STATUS PIC XX.
000087     77 WS-RPT-STATUS PIC XX.
000088     77 WS-PROFILS-STATUS PIC XX.
000089     77 WS-RAPPEL-NAME PIC X(30).
000090     77 WS-TODAY PIC 9(8) VALUE 0.
000091     77 WS-HEURE PIC 9(8).
000092     77 WS-LOCK-PRIS PIC X VALUE 'N'.
000093     77 WS-PAS-PARM PIC X(8).
000094     77 WS-PAS-CHK PIC S9(4).
000095     77 WS-PAS PIC 9(6) VALUE 1000.
000096     77 WS-DEPUIS-CKPT PIC 9(6) VALUE 0.
000097     77 WS-JOB-RC PIC 99 VALUE 0.
000098* Table des regles de scoring versionnee (regles.dat), chargee
000099* par regles-io comme pour jour-cinq : la version active est le
000100* bloc dont la date d'effet est la plus recente sans depasser
000101* aujourd'hui. Fichier absent : regles internes (version
000102* INTERNE) et avertissement ; fichier invalide : arret en erreur.
000103     77 WS-REGLE-VERSION PIC X(8) VALUE "INTERNE".
000104     77 WS-REGLE-DATE PIC 9(8) VALUE 0.
000105     01 WS-REGLE-PAIRES.
000106       05 WS-REGLE-PAIRE PIC XX OCCURS 8 TIMES.
000107     77 WS-REGLE-NB-PAIRES PIC 9 VALUE 4.
000108     77 WS-REGLE-MIN-VOY PIC 99 VALUE 3.
000109     77 WS-REGLE-DOUBLE PIC X VALUE 'Y'.
000110     77 WS-REGLE-FICHIER PIC X VALUE 'N'.
000111     77 WS-REGLE-ADOPTEE PIC X VALUE 'N'.
000112     77 WS-REGLE-ERRS PIC 99 VALUE 0.
000113     77 WS-RGL-ACTION PIC X.
000114     77 WS-RGL-LIGNES PIC 9(6).
000115     77 WS-RGL-RESULT PIC X.
000116     77 WS-PARM-KEY PIC X(20).
000117     77 WS-PARM-VALUE PIC X(520).
000118     77 WS-PARM-WORK PIC X(540).
000119* Jeu de voyelles de la partie 1, repris de jour5.parms (mot-cle
000120* VOWELS) pour rejouer les codes comme la nuit les joue ; les
000121* autres mots-cles ne concernent pas la requalification et sont
000122* ignores ici, leur controle restant l'affaire de jour-cinq.
000123     77 WS-VOWEL-MODE PIC X(6) VALUE "AEIOU".
000124     77 WS-VOWELS PIC X(6).
000125* Parametres et resultats de hub. Les compteurs de bonnes
000126* chaines et de rejets sont jetables : seuls les verdicts
000127* comptent ici.
000128     77 WS-RULESET PIC X(4) VALUE "ALL".
000129     77 WS-SCR-PREM PIC 9(6) VALUE 0.
000130     77 WS-SCR-DEUX PIC 9(6) VALUE 0.
000131     77 WS-SCR-TROIS PIC 9(6) VALUE 0.
000132     77 WS-SCR-REJ-VOY PIC 9(6) VALUE 0.
000133     77 WS-SCR-REJ-PAIRE PIC 9(6) VALUE 0.
000134     77 WS-SCR-REJ-DOUBLE PIC 9(6) VALUE 0.
000135     77 WS-SCR-REJ-ENTRE PIC 9(6) VALUE 0.
000136     77 WS-SCR-REJ-SANS-PAIRE PIC 9(6) VALUE 0.
000137     77 WS-SCR-REJ-TROIS PIC 9(6) VALUE 0.
000138     77 WS-SCR-REJ-CAR PIC 9(6) VALUE 0.
000139     77 WS-INVALID-CONTENT PIC X.
000140     77 WS-PREM-FLAG PIC X.
000141     77 WS-DEUX-FLAG PIC X.
000142     77 WS-TROIS-FLAG PIC X.
000143     77 WS-MATCHED-PAIR PIC AA.
000144     77 WS-MATCHED-GAP-CHAR PIC A.
000145     77 WS-P1-BAD-PAIR PIC AA.
000146     77 WS-P1-NB-VOY PIC 99.
000147     77 WS-P1-DOUBLE PIC X.
000148     77 WS-P3-TRIPLET PIC X.
000149     77 WS-P3-NB-VOY PIC 99.
000150     77 WS-REC-LEN PIC 99.
000151* Interface avec maitre-io : ouverture en mise a jour, balayage
000152* par positionnement ('P' puis 'N') et requalification ('Q').
000153     77 WS-MST-ACTION PIC X.
000154     77 WS-MST-CODE PIC X(20).
000155     77 WS-MST-FLAGS PIC X(3).
000156     77 WS-MST-RAN PIC X(3) VALUE "YYY".
000157     77 WS-MST-DUAL PIC X.
000158     77 WS-MST-RESULT PIC X.
000159     77 WS-MST-OLD PIC X(3).
000160     77 WS-MST-INFO PIC X(30).
000161     77 WS-CODE-DUAL PIC X.
000162     77 WS-FIN-MAITRE PIC X VALUE 'N'.
000163* Interface avec travail-io : codes de rappel collectes sans
000164* doublon, gardes d'une reprise a l'autre.
000165     77 WS-TRV-ACTION PIC X.
000166     77 WS-TRV-NAME PIC X(30) VALUE "requalif-travail.dat".
000167     77 WS-TRV-CODE PIC X(20).
000168     77 WS-TRV-MARK PIC X(8).
000169     77 WS-TRV-RESULT PIC X.
000170* Point de reprise : etat (EN COURS / TERMINE), version, date de
000171* debut, derniere cle traitee et compteurs, sur une ligne.
000172     77 WS-REPRISE PIC X VALUE 'N'.
000173     77 WS-CKPT-ETAT PIC X(8).
000174     77 WS-CKPT-WORK PIC X(110).
000175     77 WS-DEBUT-DATE PIC 9(8) VALUE 0.
000176     77 WS-DERNIERE-CLE PIC X(20) VALUE LOW-VALUES.
000177     77 NB-LUS PIC 9(7) VALUE 0.
000178     77 NB-A-JOUR PIC 9(7) VALUE 0.
000179     77 NB-REQUALIFIES PIC 9(7) VALUE 0.
000180     77 NB-CHANGES PIC 9(7) VALUE 0.
000181     77 NB-INCHANGES PIC 9(7) VALUE 0.
000182     77 NB-NON-REJOUABLES PIC 9(7) VALUE 0.
000183     77 NB-RAPPELS PIC 9(7) VALUE 0.
000184     77 NB-SOUS-PROFIL PIC 9(7) VALUE 0.
000185* Versions de regles imposees par les profils de source
000186* (profils-sources.dat, version en colonnes 8-15) : seule la
000187* liste des versions sert ici, le controle du fichier restant
000188* l'affaire de jour-cinq.
000189     01 WS-PROF-TABLE.
000190       05 WS-PROF-VERSION PIC X(8) OCCURS 20 TIMES.
000191     77 WS-PROF-COUNT PIC 99 VALUE 0.
000192     77 WS-PROF-IDX PIC 99.
000193     77 WS-PROF-CHERCHE PIC X(8).
000194     77 WS-PROF-TROUVE PIC X VALUE 'N'.
000195* Habillage de la liste de rappel, au modele des extraits
000196* sortants de jour-cinq.
000197     77 WS-EXTRAIT-SOURCE PIC X(6) VALUE "RAPPEL".
000198     77 EXT-LIGNES PIC 9(6) VALUE 0.
000199     77 EXT-CHECKSUM PIC 9(9) VALUE 0.
000200     77 EXT-CHK-IDX PIC 99.
000201     77 EXT-CHK-ORD PIC 999.
000202
000203* Journal operateur commun (journal.txt, via journal-op) : les
000204* messages d'exploitation de la console sont aussi consignes
000205* horodates dans un fichier unique pour toute la suite, que la
000206* supervision greppe apres incident. Module absent ou journal
000207* inecrivable : la console reste seule, sans faire echouer le
000208* passage.
000209     77 WS-JRN-PROG PIC X(20) VALUE "requalification".
000210     77 WS-JRN-SEV PIC X.
000211     77 WS-JRN-MSG PIC X(80).
000212
000213 PROCEDURE DIVISION.
000214 main.
000215     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000216     MOVE 'I' TO WS-JRN-SEV.
000217     MOVE "debut de la requalification du fichier maitre"
000218         TO WS-JRN-MSG.
000219     PERFORM write-journal.
000220     ACCEPT WS-PAS-PARM FROM ENVIRONMENT "JOUR5_REQUAL_PAS".
000221     IF WS-PAS-PARM NOT = SPACES
000222         COMPUTE WS-PAS-CHK =
000223             FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PAS-PARM))
000224         IF WS-PAS-CHK NOT = 0
000225             DISPLAY "ERREUR : JOUR5_REQUAL_PAS doit donner un "
000226                 "nombre de codes, requalification abandonnee"
000227                 END-DISPLAY
000228             MOVE 'E' TO WS-JRN-SEV
000229             MOVE "JOUR5_REQUAL_PAS invalide" TO WS-JRN-MSG
000230             PERFORM write-journal
000231             MOVE 12 TO RETURN-CODE
000232             STOP RUN
000233         END-IF
000234         COMPUTE WS-PAS =
000235             FUNCTION NUMVAL(FUNCTION TRIM(WS-PAS-PARM))
000236         IF WS-PAS = 0
000237             MOVE 1000 TO WS-PAS
000238         END-IF
000239     END-IF.
000240     PERFORM load-rule-table.
000241     PERFORM load-profile-versions.
000242     PERFORM read-vowel-mode.
000243     PERFORM take-run-lock.
000244     PERFORM read-checkpoint.
000245     PERFORM open-master.
000246     PERFORM open-work-file.
000247     PERFORM scan-master.
000248     MOVE 'F' TO WS-MST-ACTION.
000249     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000250         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000251         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000252         ON EXCEPTION CONTINUE
000253     END-CALL.
000254     PERFORM write-recall-extract.
000255     MOVE 'F' TO WS-TRV-ACTION.
000256     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000257         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000258         ON EXCEPTION CONTINUE
000259     END-CALL.
000260     IF NB-NON-REJOUABLES > 0
000261         DISPLAY "ATTENTION : " NB-NON-REJOUABLES " code(s) du "
000262             "maitre non rejouables (caracteres hors a-z)"
000263             END-DISPLAY
000264         MOVE 'W' TO WS-JRN-SEV
000265         MOVE "codes du maitre non rejouables (hors a-z)"
000266             TO WS-JRN-MSG
000267         PERFORM write-journal
000268         IF WS-JOB-RC < 4
000269             MOVE 4 TO WS-JOB-RC
000270         END-IF
000271     END-IF.
000272     PERFORM write-report.
000273* Le point de reprise passe a TERMINE : le prochain lancement,
000274* meme pour la meme version, repart du debut du maitre.
000275     MOVE "TERMINE" TO WS-CKPT-ETAT.
000276     PERFORM write-checkpoint.
000277     DISPLAY "Requalification du fichier maitre - regles version "
000278         WS-REGLE-VERSION END-DISPLAY.
000279     DISPLAY "  - codes lus : " NB-LUS END-DISPLAY.
000280     DISPLAY "  - deja a la version active : " NB-A-JOUR
000281         END-DISPLAY.
000282     DISPLAY "  - requalifies : " NB-REQUALIFIES
000283         " (verdict change : " NB-CHANGES ")" END-DISPLAY.
000284     DISPLAY "  - sous profil de source : " NB-SOUS-PROFIL
000285         END-DISPLAY.
000286     DISPLAY "  - a rappeler : " NB-RAPPELS " ("
000287         FUNCTION TRIM(WS-RAPPEL-NAME) ")" END-DISPLAY.
000288     MOVE 'I' TO WS-JRN-SEV.
000289     MOVE SPACES TO WS-JRN-MSG.
000290     STRING "fin de la requalification, " NB-REQUALIFIES
000291         " requalifie(s), " NB-RAPPELS " rappel(s), code retour "
000292         WS-JOB-RC
000293         INTO WS-JRN-MSG
000294     END-STRING.
000295     PERFORM write-journal.
000296     PERFORM release-run-lock.
000297     MOVE WS-JOB-RC TO RETURN-CODE.
000298     STOP RUN.
000299
000300 take-run-lock.
000301* Meme verrou que jour-cinq : un passage EN COURS interdit la
000302* requalification, et la requalification EN COURS interdit le
000303* passage. Un verrou EN COURS laisse par une requalification
000304* interrompue (MODE REQUALIF) est repris par sa reprise.
000305     OPEN INPUT LOCK-FILE.
000306     IF WS-LOCK-STATUS = "00"
000307         READ LOCK-FILE
000308         IF WS-LOCK-STATUS = "00"
000309                 AND LOCK-LINE(1:8) = "EN COURS"
000310                 AND LOCK-LINE(31:8) NOT = "REQUALIF"
000311             DISPLAY "ERREUR : un passage jour-cinq est en "
000312                 "cours, requalification refusee" END-DISPLAY
000313             MOVE 'E' TO WS-JRN-SEV
000314             MOVE "requalification refusee, passage en cours"
000315                 TO WS-JRN-MSG
000316             PERFORM write-journal
000317             CLOSE LOCK-FILE
000318             MOVE 12 TO RETURN-CODE
000319             STOP RUN
000320         END-IF
000321         CLOSE LOCK-FILE
000322     END-IF.
000323     OPEN OUTPUT LOCK-FILE.
000324     IF WS-LOCK-STATUS NOT = "00"
000325         DISPLAY "ERREUR : prise du verrou de passage impossible "
000326             "(status " WS-LOCK-STATUS "), requalification "
000327             "refusee" END-DISPLAY
000328         MOVE 'E' TO WS-JRN-SEV
000329         MOVE "prise du verrou de passage impossible"
000330             TO WS-JRN-MSG
000331         PERFORM write-journal
000332         MOVE 12 TO RETURN-CODE
000333         STOP RUN
000334     END-IF.
000335     ACCEPT WS-HEURE FROM TIME.
000336     MOVE SPACES TO LOCK-LINE.
000337     STRING "EN COURS " WS-TODAY " " WS-HEURE(1:6)
000338         " MODE REQUALIF"
000339         INTO LOCK-LINE
000340     END-STRING.
000341     WRITE LOCK-LINE END-WRITE.
000342     CLOSE LOCK-FILE.
000343     MOVE 'Y' TO WS-LOCK-PRIS.
000344
000345 release-run-lock.
000346     IF WS-LOCK-PRIS = 'Y'
000347         ACCEPT WS-HEURE FROM TIME
000348         OPEN OUTPUT LOCK-FILE
000349         IF WS-LOCK-STATUS = "00"
000350             MOVE SPACES TO LOCK-LINE
000351             STRING "TERMINE  " WS-TODAY " " WS-HEURE(1:6)
000352                 " RC " WS-JOB-RC
000353                 INTO LOCK-LINE
000354             END-STRING
000355             WRITE LOCK-LINE END-WRITE
000356             CLOSE LOCK-FILE
000357         END-IF
000358         MOVE 'N' TO WS-LOCK-PRIS
000359     END-IF.
000360
000361 read-checkpoint.
000362* Un point de reprise EN COURS pour la version active est repris
000363* la ou il s'est arrete ; pour une autre version (les regles ont
000364* change entre-temps), tout est refait sous la nouvelle.
000365     MOVE 'N' TO WS-REPRISE.
000366     MOVE WS-TODAY TO WS-DEBUT-DATE.
000367     OPEN INPUT CKPT-FILE.
000368     IF WS-CKPT-STATUS = "00"
000369         READ CKPT-FILE
000370         IF WS-CKPT-STATUS = "00"
000371                 AND CKPT-LINE(1:8) = "EN COURS"
000372             IF CKPT-LINE(10:8) = WS-REGLE-VERSION
000373                 MOVE 'Y' TO WS-REPRISE
000374                 MOVE CKPT-LINE(19:8) TO WS-DEBUT-DATE
000375                 MOVE CKPT-LINE(28:20) TO WS-DERNIERE-CLE
000376                 MOVE CKPT-LINE(49:7) TO NB-LUS
000377                 MOVE CKPT-LINE(56:7) TO NB-A-JOUR
000378                 MOVE CKPT-LINE(63:7) TO NB-REQUALIFIES
000379                 MOVE CKPT-LINE(70:7) TO NB-CHANGES
000380                 MOVE CKPT-LINE(77:7) TO NB-INCHANGES
000381                 MOVE CKPT-LINE(84:7) TO NB-NON-REJOUABLES
000382                 MOVE CKPT-LINE(91:7) TO NB-RAPPELS
000383                 IF CKPT-LINE(98:7) IS NUMERIC
000384                     MOVE CKPT-LINE(98:7) TO NB-SOUS-PROFIL
000385                 END-IF
000386             ELSE
000387                 DISPLAY "ATTENTION : requalification "
000388                     "interrompue sous la version "
000389                     CKPT-LINE(10:8)
000390                     ", reprise du debut" END-DISPLAY
000391                 MOVE 'W' TO WS-JRN-SEV
000392                 MOVE "point de reprise d'une autre version"
000393                     TO WS-JRN-MSG
000394                 PERFORM write-journal
000395             END-IF
000396         END-IF
000397         CLOSE CKPT-FILE
000398     END-IF.
000399     IF WS-REPRISE = 'Y'
000400         DISPLAY "Reprise de la requalification apres le code "
000401             FUNCTION TRIM(WS-DERNIERE-CLE) " (" NB-LUS
000402             " code(s) deja lus)" END-DISPLAY
000403         MOVE 'I' TO WS-JRN-SEV
000404         MOVE SPACES TO WS-JRN-MSG
000405         STRING "reprise apres " NB-LUS " code(s) lus, cle "
000406             FUNCTION TRIM(WS-DERNIERE-CLE)
000407             INTO WS-JRN-MSG
000408         END-STRING
000409         PERFORM write-journal
000410     END-IF.
000411
000412 write-checkpoint.
000413* L'etat est pose par l'appelant dans WS-CKPT-ETAT : EN COURS
000414* pendant le balayage, TERMINE a la fin.
000415     MOVE SPACES TO WS-CKPT-WORK.
000416     MOVE WS-CKPT-ETAT TO WS-CKPT-WORK(1:8).
000417     MOVE WS-REGLE-VERSION TO WS-CKPT-WORK(10:8).
000418     MOVE WS-DEBUT-DATE TO WS-CKPT-WORK(19:8).
000419     MOVE WS-DERNIERE-CLE TO WS-CKPT-WORK(28:20).
000420     MOVE NB-LUS TO WS-CKPT-WORK(49:7).
000421     MOVE NB-A-JOUR TO WS-CKPT-WORK(56:7).
000422     MOVE NB-REQUALIFIES TO WS-CKPT-WORK(63:7).
000423     MOVE NB-CHANGES TO WS-CKPT-WORK(70:7).
000424     MOVE NB-INCHANGES TO WS-CKPT-WORK(77:7).
000425     MOVE NB-NON-REJOUABLES TO WS-CKPT-WORK(84:7).
000426     MOVE NB-RAPPELS TO WS-CKPT-WORK(91:7).
000427     MOVE NB-SOUS-PROFIL TO WS-CKPT-WORK(98:7).
000428     OPEN OUTPUT CKPT-FILE.
000429     IF WS-CKPT-STATUS = "00"
000430         MOVE WS-CKPT-WORK TO CKPT-LINE
000431         WRITE CKPT-LINE END-WRITE
000432         CLOSE CKPT-FILE
000433     ELSE
000434         DISPLAY "ATTENTION : ecriture de requalif.ckpt "
000435             "impossible (status " WS-CKPT-STATUS ")" END-DISPLAY
000436         MOVE 'W' TO WS-JRN-SEV
000437         MOVE "ecriture du point de reprise impossible"
000438             TO WS-JRN-MSG
000439         PERFORM write-journal
000440         IF WS-JOB-RC < 4
000441             MOVE 4 TO WS-JOB-RC
000442         END-IF
000443     END-IF.
000444
000445 open-master.
000446     MOVE 'O' TO WS-MST-ACTION.
000447     MOVE SPACE TO WS-MST-RESULT.
000448     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000449         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000450         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000451         ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000452     END-CALL.
000453     IF WS-MST-RESULT = 'E'
000454         DISPLAY "ERREUR : fichier maitre indisponible, "
000455             "requalification abandonnee" END-DISPLAY
000456         MOVE 'E' TO WS-JRN-SEV
000457         MOVE "fichier maitre indisponible" TO WS-JRN-MSG
000458         PERFORM write-journal
000459         MOVE 12 TO WS-JOB-RC
000460         PERFORM release-run-lock
000461         MOVE 12 TO RETURN-CODE
000462         STOP RUN
000463     END-IF.
000464
000465 open-work-file.
000466* Nouveau traitement : fichier de travail recree vide ; reprise :
000467* les codes de rappel deja collectes sont gardes.
000468     IF WS-REPRISE = 'Y'
000469         MOVE 'K' TO WS-TRV-ACTION
000470     ELSE
000471         MOVE 'O' TO WS-TRV-ACTION
000472     END-IF.
000473     MOVE SPACE TO WS-TRV-RESULT.
000474     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000475         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000476         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000477     END-CALL.
000478     IF WS-TRV-RESULT = 'E'
000479         DISPLAY "ERREUR : fichier de travail "
000480             FUNCTION TRIM(WS-TRV-NAME) " indisponible, "
000481             "requalification abandonnee" END-DISPLAY
000482         MOVE 'E' TO WS-JRN-SEV
000483         MOVE "fichier de travail indisponible" TO WS-JRN-MSG
000484         PERFORM write-journal
000485         PERFORM abort-requal
000486     END-IF.
000487
000488 abort-requal.
000489* Abandon en cours de route : le point de reprise reste EN COURS
000490* et le verrou est leve, une relance reprendra au dernier point.
000491     MOVE 'F' TO WS-MST-ACTION.
000492     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000493         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000494         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000495         ON EXCEPTION CONTINUE
000496     END-CALL.
000497     MOVE 'F' TO WS-TRV-ACTION.
000498     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000499         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000500         ON EXCEPTION CONTINUE
000501     END-CALL.
000502     MOVE 12 TO WS-JOB-RC.
000503     PERFORM release-run-lock.
000504     MOVE 12 TO RETURN-CODE.
000505     STOP RUN.
000506
000507 scan-master.
000508* Balayage du maitre dans l'ordre des cles, depuis le debut ou
000509* depuis la derniere cle du point de reprise (elle-meme deja
000510* traitee, donc sautee).
000511     MOVE 'P' TO WS-MST-ACTION.
000512     MOVE WS-DERNIERE-CLE TO WS-MST-CODE.
000513     MOVE SPACE TO WS-MST-RESULT.
000514     CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000515         WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000516         WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000517         ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000518     END-CALL.
000519     IF WS-MST-RESULT NOT = 'T'
000520         MOVE 'Y' TO WS-FIN-MAITRE
000521     END-IF.
000522     PERFORM UNTIL WS-FIN-MAITRE = 'Y'
000523         MOVE 'N' TO WS-MST-ACTION
000524         MOVE SPACE TO WS-MST-RESULT
000525         CALL "maitre-io" USING WS-MST-ACTION, WS-MST-CODE,
000526             WS-MST-FLAGS, WS-MST-RAN, WS-MST-DUAL, WS-TODAY,
000527             WS-MST-RESULT, WS-MST-OLD, WS-MST-INFO
000528             ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000529         END-CALL
000530         EVALUATE WS-MST-RESULT
000531             WHEN 'T'
000532                 IF WS-REPRISE = 'N'
000533                         OR WS-MST-CODE NOT = WS-DERNIERE-CLE
000534                     PERFORM requalify-code
000535                 END-IF
000536             WHEN 'F'
000537                 MOVE 'Y' TO WS-FIN-MAITRE
000538             WHEN OTHER
000539                 DISPLAY "ERREUR : lecture du fichier maitre "
000540                     "impossible, requalification interrompue"
000541                     END-DISPLAY
000542                 MOVE 'E' TO WS-JRN-SEV
000543                 MOVE "lecture du fichier maitre impossible"
000544                     TO WS-JRN-MSG
000545                 PERFORM write-journal
000546                 PERFORM abort-requal
000547         END-EVALUATE
000548     END-PERFORM.
000549
000550 requalify-code.
000551     ADD 1 TO NB-LUS.
000552     MOVE WS-MST-DUAL TO WS-CODE-DUAL.
000553     IF WS-MST-INFO(23:8) = WS-REGLE-VERSION
000554* Deja verdicte sous la version active (par un passage de nuit
000555* ou plus haut dans ce traitement) : rien a rejouer, seul le
000556* rappel est examine sur les verdicts memorises.
000557         ADD 1 TO NB-A-JOUR
000558         PERFORM check-recall
000559     ELSE
000560         MOVE WS-MST-INFO(23:8) TO WS-PROF-CHERCHE
000561         PERFORM find-profile-version
000562         IF WS-PROF-TROUVE = 'Y'
000563* Verdicte sous la version du profil de sa source : le maitre ne
000564* dit pas quelle source, le code est laisse tel quel.
000565             ADD 1 TO NB-SOUS-PROFIL
000566         ELSE
000567             PERFORM score-code
000568             IF WS-INVALID-CONTENT = 'Y'
000569                 ADD 1 TO NB-NON-REJOUABLES
000570             ELSE
000571                 MOVE WS-PREM-FLAG TO WS-MST-FLAGS(1:1)
000572                 MOVE WS-DEUX-FLAG TO WS-MST-FLAGS(2:1)
000573                 MOVE WS-TROIS-FLAG TO WS-MST-FLAGS(3:1)
000574                 MOVE WS-REGLE-VERSION TO WS-MST-INFO(23:8)
000575                 MOVE 'Q' TO WS-MST-ACTION
000576                 MOVE SPACE TO WS-MST-RESULT
000577                 CALL "maitre-io" USING WS-MST-ACTION,
000578                     WS-MST-CODE, WS-MST-FLAGS, WS-MST-RAN,
000579                     WS-MST-DUAL, WS-TODAY, WS-MST-RESULT,
000580                     WS-MST-OLD, WS-MST-INFO
000581                     ON EXCEPTION MOVE 'E' TO WS-MST-RESULT
000582                 END-CALL
000583                 EVALUATE WS-MST-RESULT
000584                     WHEN 'C'
000585                         ADD 1 TO NB-REQUALIFIES
000586                         ADD 1 TO NB-CHANGES
000587                     WHEN 'I'
000588                         ADD 1 TO NB-REQUALIFIES
000589                         ADD 1 TO NB-INCHANGES
000590                     WHEN OTHER
000591                         DISPLAY "ERREUR : mise a jour du code "
000592                             FUNCTION TRIM(WS-MST-CODE)
000593                             " impossible, requalification "
000594                             "interrompue" END-DISPLAY
000595                         MOVE 'E' TO WS-JRN-SEV
000596                         MOVE "mise a jour du maitre impossible"
000597                             TO WS-JRN-MSG
000598                         PERFORM write-journal
000599                         PERFORM abort-requal
000600                 END-EVALUATE
000601                 PERFORM check-recall
000602             END-IF
000603         END-IF
000604     END-IF.
000605* Point de reprise tous les WS-PAS codes. Une reprise refait les
000606* codes lus depuis le dernier point : deja requalifies, ils
000607* sont alors comptes a jour, et les rappels deja collectes ne
000608* sont pas recomptes.
000609     MOVE WS-MST-CODE TO WS-DERNIERE-CLE.
000610     ADD 1 TO WS-DEPUIS-CKPT.
000611     IF WS-DEPUIS-CKPT >= WS-PAS
000612         MOVE 0 TO WS-DEPUIS-CKPT
000613         MOVE "EN COURS" TO WS-CKPT-ETAT
000614         PERFORM write-checkpoint
000615     END-IF.
000616
000617 score-code.
000618* Longueur reelle du code : position du dernier caractere non
000619* blanc de la cle.
000620     MOVE 20 TO WS-REC-LEN.
000621     PERFORM UNTIL WS-REC-LEN = 0
000622             OR WS-MST-CODE(WS-REC-LEN:1) NOT = SPACE
000623         SUBTRACT 1 FROM WS-REC-LEN
000624     END-PERFORM.
000625     CALL "hub" USING BY CONTENT WS-MST-CODE
000626         BY CONTENT WS-RULESET
000627         BY REFERENCE WS-SCR-PREM
000628         BY REFERENCE WS-SCR-DEUX
000629         BY REFERENCE WS-SCR-TROIS
000630         BY REFERENCE WS-SCR-REJ-VOY
000631         BY REFERENCE WS-SCR-REJ-PAIRE
000632         BY REFERENCE WS-SCR-REJ-DOUBLE
000633         BY REFERENCE WS-SCR-REJ-ENTRE
000634         BY REFERENCE WS-SCR-REJ-SANS-PAIRE
000635         BY REFERENCE WS-SCR-REJ-TROIS
000636         BY REFERENCE WS-SCR-REJ-CAR
000637         BY REFERENCE WS-INVALID-CONTENT
000638         BY CONTENT WS-VOWELS
000639         BY REFERENCE WS-PREM-FLAG
000640         BY REFERENCE WS-DEUX-FLAG
000641         BY REFERENCE WS-TROIS-FLAG
000642         BY REFERENCE WS-MATCHED-PAIR
000643         BY REFERENCE WS-MATCHED-GAP-CHAR
000644         BY REFERENCE WS-P1-BAD-PAIR
000645         BY REFERENCE WS-P1-NB-VOY
000646         BY REFERENCE WS-P1-DOUBLE
000647         BY REFERENCE WS-P3-TRIPLET
000648         BY REFERENCE WS-P3-NB-VOY
000649         BY CONTENT WS-REC-LEN
000650         BY CONTENT WS-REGLE-PAIRES
000651         BY CONTENT WS-REGLE-NB-PAIRES
000652         BY CONTENT WS-REGLE-MIN-VOY
000653         BY CONTENT WS-REGLE-DOUBLE
000654     END-CALL.
000655* Les compteurs jetables sont remis a zero pour ne jamais
000656* deborder sur un tres gros maitre.
000657     MOVE 0 TO WS-SCR-PREM WS-SCR-DEUX WS-SCR-TROIS
000658         WS-SCR-REJ-VOY WS-SCR-REJ-PAIRE WS-SCR-REJ-DOUBLE
000659         WS-SCR-REJ-ENTRE WS-SCR-REJ-SANS-PAIRE WS-SCR-REJ-TROIS
000660         WS-SCR-REJ-CAR.
000661
000662 find-profile-version.
000663     MOVE 'N' TO WS-PROF-TROUVE.
000664     PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
000665             UNTIL WS-PROF-IDX > WS-PROF-COUNT
000666         IF WS-PROF-VERSION(WS-PROF-IDX) = WS-PROF-CHERCHE
000667             MOVE 'Y' TO WS-PROF-TROUVE
000668             EXIT PERFORM
000669         END-IF
000670     END-PERFORM.
000671
000672 check-recall.
000673* Un code deja envoye qui ne passe plus les parties 1 et 2 est
000674* a rappeler ; le fichier de travail ignore un code deja note.
000675     IF WS-CODE-DUAL = 'Y'
000676             AND (WS-MST-FLAGS(1:1) NOT = 'Y'
000677             OR WS-MST-FLAGS(2:1) NOT = 'Y')
000678         MOVE 'D' TO WS-TRV-ACTION
000679         MOVE WS-MST-CODE TO WS-TRV-CODE
000680         MOVE SPACES TO WS-TRV-MARK
000681         MOVE SPACE TO WS-TRV-RESULT
000682         CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000683             WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000684             ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000685         END-CALL
000686         IF WS-TRV-RESULT = 'N'
000687             ADD 1 TO NB-RAPPELS
000688         END-IF
000689         IF WS-TRV-RESULT = 'E'
000690             DISPLAY "ERREUR : ecriture au fichier de travail "
000691                 "impossible, requalification interrompue"
000692                 END-DISPLAY
000693             MOVE 'E' TO WS-JRN-SEV
000694             MOVE "ecriture au fichier de travail impossible"
000695                 TO WS-JRN-MSG
000696             PERFORM write-journal
000697             PERFORM abort-requal
000698         END-IF
000699     END-IF.
000700
000701 write-recall-extract.
000702* Liste de rappel ecrite en une passe, dans l'ordre des cles,
000703* meme vide (HDR et TRL a zero) : le provisioning sait ainsi que
000704* le traitement est alle au bout.
000705     MOVE SPACES TO WS-RAPPEL-NAME.
000706     STRING "rappel-" WS-TODAY ".txt"
000707         INTO WS-RAPPEL-NAME
000708     END-STRING.
000709     OPEN OUTPUT RAPPEL-FILE.
000710     IF WS-RAPPEL-STATUS NOT = "00"
000711         DISPLAY "ERREUR : ecriture de "
000712             FUNCTION TRIM(WS-RAPPEL-NAME) " impossible (status "
000713             WS-RAPPEL-STATUS ")" END-DISPLAY
000714         MOVE 'E' TO WS-JRN-SEV
000715         MOVE "ecriture de la liste de rappel impossible"
000716             TO WS-JRN-MSG
000717         PERFORM write-journal
000718         PERFORM abort-requal
000719     END-IF.
000720     MOVE SPACES TO RAPPEL-LINE.
000721     STRING "HDR" WS-TODAY WS-EXTRAIT-SOURCE
000722         INTO RAPPEL-LINE
000723     END-STRING.
000724     WRITE RAPPEL-LINE END-WRITE.
000725     MOVE 0 TO EXT-LIGNES.
000726     MOVE 0 TO EXT-CHECKSUM.
000727     MOVE 'B' TO WS-TRV-ACTION.
000728     MOVE SPACE TO WS-TRV-RESULT.
000729     CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000730         WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000731         ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000732     END-CALL.
000733     PERFORM UNTIL WS-TRV-RESULT NOT = 'T'
000734         MOVE 'S' TO WS-TRV-ACTION
000735         CALL "travail-io" USING WS-TRV-ACTION, WS-TRV-NAME,
000736             WS-TRV-CODE, WS-TRV-MARK, WS-TRV-RESULT
000737             ON EXCEPTION MOVE 'E' TO WS-TRV-RESULT
000738         END-CALL
000739         IF WS-TRV-RESULT = 'T'
000740             MOVE SPACES TO RAPPEL-LINE
000741             MOVE WS-TRV-CODE TO RAPPEL-LINE(1:20)
000742             WRITE RAPPEL-LINE END-WRITE
000743             ADD 1 TO EXT-LIGNES
000744             PERFORM add-extract-checksum
000745         END-IF
000746     END-PERFORM.
000747     MOVE SPACES TO RAPPEL-LINE.
000748     STRING "TRL" EXT-LIGNES EXT-CHECKSUM
000749         INTO RAPPEL-LINE
000750     END-STRING.
000751     WRITE RAPPEL-LINE END-WRITE.
000752     CLOSE RAPPEL-FILE.
000753     IF WS-TRV-RESULT = 'E'
000754         DISPLAY "ERREUR : relecture du fichier de travail "
000755             "impossible, liste de rappel incomplete" END-DISPLAY
000756         MOVE 'E' TO WS-JRN-SEV
000757         MOVE "liste de rappel incomplete" TO WS-JRN-MSG
000758         PERFORM write-journal
000759         PERFORM abort-requal
000760     END-IF.
000761
000762 add-extract-checksum.
000763* Meme somme de controle que les extraits de jour-cinq : rang
000764* alphabetique (a=1 .. z=26) cumule, modulo 1 000 000 000.
000765     PERFORM VARYING EXT-CHK-IDX FROM 1 BY 1
000766             UNTIL EXT-CHK-IDX > 20
000767         IF WS-TRV-CODE(EXT-CHK-IDX:1) NOT = SPACE
000768             COMPUTE EXT-CHK-ORD =
000769                 FUNCTION ORD(WS-TRV-CODE(EXT-CHK-IDX:1))
000770                 - FUNCTION ORD("a") + 1
000771             ADD EXT-CHK-ORD TO EXT-CHECKSUM
000772         END-IF
000773     END-PERFORM.
000774
000775 write-report.
000776     OPEN OUTPUT REQUAL-REPORT.
000777     IF WS-RPT-STATUS NOT = "00"
000778         DISPLAY "ATTENTION : creation de requalification.txt "
000779             "impossible (status " WS-RPT-STATUS ")" END-DISPLAY
000780         MOVE 'W' TO WS-JRN-SEV
000781         MOVE "creation de requalification.txt impossible"
000782             TO WS-JRN-MSG
000783         PERFORM write-journal
000784         IF WS-JOB-RC < 4
000785             MOVE 4 TO WS-JOB-RC
000786         END-IF
000787     ELSE
000788         MOVE SPACES TO RPT-LINE
000789         STRING "Requalification du fichier maitre - "
000790             "commencee le " WS-DEBUT-DATE " - terminee le "
000791             WS-TODAY
000792             INTO RPT-LINE
000793         END-STRING
000794         WRITE RPT-LINE END-WRITE
000795         MOVE SPACES TO RPT-LINE
000796         STRING "Regles de scoring : version " WS-REGLE-VERSION
000797             " du " WS-REGLE-DATE " - voyelles " WS-VOWEL-MODE
000798             INTO RPT-LINE
000799         END-STRING
000800         WRITE RPT-LINE END-WRITE
000801         IF WS-REGLE-FICHIER = 'N'
000802             MOVE "  ATTENTION : regles.dat absent" TO RPT-LINE
000803             WRITE RPT-LINE END-WRITE
000804         END-IF
000805         IF WS-REGLE-FICHIER = 'Y' AND WS-REGLE-ADOPTEE = 'N'
000806             MOVE SPACES TO RPT-LINE
000807             STRING "  ATTENTION : aucune version de regles en "
000808                 "vigueur, regles internes appliquees"
000809                 INTO RPT-LINE
000810             END-STRING
000811             WRITE RPT-LINE END-WRITE
000812         END-IF
000813         MOVE SPACES TO RPT-LINE
000814         STRING "Codes lus : " NB-LUS
000815             " - deja a la version active : " NB-A-JOUR
000816             INTO RPT-LINE
000817         END-STRING
000818         WRITE RPT-LINE END-WRITE
000819         MOVE SPACES TO RPT-LINE
000820         STRING "Requalifies : " NB-REQUALIFIES
000821             " - verdict change : " NB-CHANGES
000822             " - inchange : " NB-INCHANGES
000823             INTO RPT-LINE
000824         END-STRING
000825         WRITE RPT-LINE END-WRITE
000826         MOVE SPACES TO RPT-LINE
000827         STRING "Non rejouables (caracteres hors a-z) : "
000828             NB-NON-REJOUABLES
000829             INTO RPT-LINE
000830         END-STRING
000831         WRITE RPT-LINE END-WRITE
000832         MOVE SPACES TO RPT-LINE
000833         STRING "Sous profil de source (laisses tels quels) : "
000834             NB-SOUS-PROFIL " - profils lus : " WS-PROF-COUNT
000835             INTO RPT-LINE
000836         END-STRING
000837         WRITE RPT-LINE END-WRITE
000838         MOVE SPACES TO RPT-LINE
000839         STRING "Codes envoyes a rappeler : " NB-RAPPELS
000840             " (liste " FUNCTION TRIM(WS-RAPPEL-NAME) ", "
000841             EXT-LIGNES " ligne(s))"
000842             INTO RPT-LINE
000843         END-STRING
000844         WRITE RPT-LINE END-WRITE
000845         CLOSE REQUAL-REPORT
000846     END-IF.
000847
000848 read-vowel-mode.
000849* Seul le mot-cle VOWELS de jour5.parms est lu ; fichier absent,
000850* jeu de 5 voyelles par defaut comme jour-cinq.
000851     OPEN INPUT PARM-FILE.
000852     IF WS-PARM-STATUS = "00"
000853         PERFORM UNTIL WS-PARM-STATUS NOT = "00"
000854                 AND WS-PARM-STATUS NOT = "04"
000855             READ PARM-FILE
000856             IF WS-PARM-STATUS = "00"
000857                 IF PARM-LINE NOT = SPACES
000858                         AND PARM-LINE(1:1) NOT = "*"
000859                     MOVE SPACES TO WS-PARM-KEY
000860                     MOVE SPACES TO WS-PARM-VALUE
000861                     MOVE FUNCTION TRIM(PARM-LINE LEADING)
000862                         TO WS-PARM-WORK
000863                     UNSTRING WS-PARM-WORK DELIMITED BY ALL " "
000864                         INTO WS-PARM-KEY WS-PARM-VALUE
000865                     END-UNSTRING
000866                     IF WS-PARM-KEY = "VOWELS"
000867                         MOVE WS-PARM-VALUE(1:6) TO WS-VOWEL-MODE
000868                     END-IF
000869                 END-IF
000870             END-IF
000871         END-PERFORM
000872         CLOSE PARM-FILE
000873     END-IF.
000874     IF WS-VOWEL-MODE = "AEIOUY"
000875         MOVE "aeiouy" TO WS-VOWELS
000876     ELSE
000877         MOVE "AEIOU" TO WS-VOWEL-MODE
000878         MOVE "aeiou " TO WS-VOWELS
000879     END-IF.
000880
000881 load-rule-table.
000882* Chargement par regles-io, le module commun avec jour-cinq : la
000883* version active est le bloc en vigueur le plus recent, exactement
000884* comme la nuit.
000885     MOVE 'C' TO WS-RGL-ACTION.
000886     MOVE 0 TO WS-REGLE-ERRS.
000887     MOVE 0 TO WS-RGL-LIGNES.
000888     CALL "regles-io" USING WS-RGL-ACTION, WS-REGLE-VERSION,
000889         WS-REGLE-DATE, WS-REGLE-PAIRES, WS-REGLE-NB-PAIRES,
000890         WS-REGLE-MIN-VOY, WS-REGLE-DOUBLE, WS-REGLE-ERRS,
000891         WS-RGL-LIGNES, WS-RGL-RESULT
000892         ON EXCEPTION MOVE SPACE TO WS-RGL-RESULT
000893     END-CALL.
000894     IF WS-RGL-RESULT = 'T' OR WS-RGL-RESULT = 'I'
000895         MOVE 'Y' TO WS-REGLE-FICHIER
000896     END-IF.
000897     IF WS-RGL-RESULT = 'T'
000898         MOVE 'Y' TO WS-REGLE-ADOPTEE
000899     END-IF.
000900     IF WS-RGL-RESULT = 'E'
000901         DISPLAY "ERREUR : " WS-REGLE-ERRS " parametre(s) "
000902             "invalide(s) dans regles.dat (ligne " WS-RGL-LIGNES
000903             "), requalification abandonnee" END-DISPLAY
000904         MOVE 'E' TO WS-JRN-SEV
000905         MOVE SPACES TO WS-JRN-MSG
000906         STRING "parametre(s) invalide(s) dans regles.dat (ligne "
000907             WS-RGL-LIGNES ")"
000908             INTO WS-JRN-MSG
000909         END-STRING
000910         PERFORM write-journal
000911         MOVE 12 TO RETURN-CODE
000912         STOP RUN
000913     END-IF.
000914     IF WS-RGL-RESULT = SPACE
000915         DISPLAY "ERREUR : module regles-io indisponible, "
000916             "requalification abandonnee" END-DISPLAY
000917         MOVE 'E' TO WS-JRN-SEV
000918         MOVE "module regles-io indisponible" TO WS-JRN-MSG
000919         PERFORM write-journal
000920         MOVE 12 TO RETURN-CODE
000921         STOP RUN
000922     END-IF.
000923* Sans version en vigueur, les regles internes s'appliquent
000924* comme la nuit, mais l'exploitation en est prevenue.
000925     IF WS-REGLE-FICHIER = 'N' OR WS-REGLE-ADOPTEE = 'N'
000926         DISPLAY "ATTENTION : aucune version de regles en "
000927             "vigueur, regles internes appliquees" END-DISPLAY
000928         MOVE 'W' TO WS-JRN-SEV
000929         MOVE "aucune version de regles en vigueur"
000930             TO WS-JRN-MSG
000931         PERFORM write-journal
000932         MOVE 4 TO WS-JOB-RC
000933     END-IF.
000934
000935 load-profile-versions.
000936* Les versions propres aux profils de source, hors version active
000937* et sans doublon ; fichier absent, aucun profil.
000938     OPEN INPUT PROFILS-FILE.
000939     IF WS-PROFILS-STATUS = "00"
000940         PERFORM UNTIL WS-PROFILS-STATUS NOT = "00"
000941             READ PROFILS-FILE
000942             IF WS-PROFILS-STATUS = "00"
000943                 IF PROFILS-LINE NOT = SPACES
000944                         AND PROFILS-LINE(1:1) NOT = "*"
000945                         AND PROFILS-LINE(8:8) NOT = SPACES
000946                         AND PROFILS-LINE(8:8)
000947                         NOT = WS-REGLE-VERSION
000948                     PERFORM note-profile-version
000949                 END-IF
000950             END-IF
000951         END-PERFORM
000952         CLOSE PROFILS-FILE
000953     END-IF.
000954
000955 note-profile-version.
000956     MOVE PROFILS-LINE(8:8) TO WS-PROF-CHERCHE.
000957     PERFORM find-profile-version.
000958     IF WS-PROF-TROUVE = 'N' AND WS-PROF-COUNT < 20
000959         ADD 1 TO WS-PROF-COUNT
000960         MOVE PROFILS-LINE(8:8) TO WS-PROF-VERSION(WS-PROF-COUNT)
000961     END-IF.
000962
000963 write-journal.
000964     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000965         ON EXCEPTION CONTINUE
000966     END-CALL.
