000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. autorisation.
000003
000004* Poste du double controle des actions destructives (voir
000005* controle-acces) : le second operateur y pose son approbation,
000006* l'operateur de nuit y leve un verrou de passage abandonne, les
000007* auditeurs en tirent le rapport mensuel des acces.
000008* JOUR5_AUTOR_MODE choisit l'action :
000009*   APPROUVE : l'operateur JOUR5_OPERATEUR approuve le droit
000010*     JOUR5_AUTOR_DROIT (REBUILD, EPURE, DEVERROU) pour
000011*     l'operateur JOUR5_AUTOR_POUR ; approbation a usage unique,
000012*     valable JOUR5_AUTOR_VALIDITE minutes (60 par defaut, 1440
000013*     au plus) ;
000014*   DEVERROU : levee forcee de jour5.lock par JOUR5_OPERATEUR,
000015*     sous approbation DEVERROU. Le verrou n'est leve que s'il est
000016*     EN COURS et abandonne : aucune etape de la chaine de nuit
000017*     ne le tient, c'est-a-dire que chaine.log n'a pas de chaine
000018*     ouverte, ou que le verrou a ete pris avant le dernier
000019*     evenement de la chaine ouverte (l'etape qui l'a pris est
000020*     terminee). L'approbation n'est consommee qu'a la levee ;
000021*   RAPPORT : rapport des acces du mois JOUR5_AUTOR_MOIS (AAAAMM,
000022*     mois courant par defaut) tire du registre approbations.dat :
000023*     chaque approbation, usage et refus avec les deux operateurs,
000024*     les totaux et les approbations jamais consommees, dans
000025*     acces-AAAAMM.txt.
000026* Code retour : 0 accorde / leve / rapport produit, 4 rien a
000027* faire (verrou non pose, mois sans evenement), 8 refus du double
000028* controle, 12 erreur de parametrage ou de fichier.
000029
000030 ENVIRONMENT DIVISION.
000031    INPUT-OUTPUT SECTION.
000032    FILE-CONTROL.
000033         SELECT LOCK-FILE ASSIGN TO "jour5.lock"
000034         ORGANIZATION LINE SEQUENTIAL
000035         FILE STATUS IS WS-LOCK-STATUS.
000036         SELECT LOG-FILE ASSIGN TO "chaine.log"
000037         ORGANIZATION LINE SEQUENTIAL
000038         FILE STATUS IS WS-LOG-STATUS.
000039         SELECT ACCES-FILE ASSIGN TO "approbations.dat"
000040         ORGANIZATION LINE SEQUENTIAL
000041         FILE STATUS IS WS-ACCES-STATUS.
000042         SELECT ACCES-REPORT ASSIGN TO DYNAMIC WS-RPT-NAME
000043         ORGANIZATION LINE SEQUENTIAL
000044         FILE STATUS IS WS-RPT-STATUS.
000045
000046 DATA DIVISION.
000047   FILE SECTION.
000048   FD LOCK-FILE.
000049     01 LOCK-LINE PIC X(80).
000050
000051   FD LOG-FILE.
000052     01 LOG-LINE PIC X(120).
000053
000054   FD ACCES-FILE.
000055     01 ACCES-LINE PIC X(121).
000056
000057   FD ACCES-REPORT.
000058     01 RPT-LINE PIC X(132).
000059
000060   WORKING-STORAGE SECTION.
000061     77 WS-LOCK-STATUS PIC XX.
000062     77 WS-LOG-STATUS PIC XX.
000063     77 WS-ACCES-STATUS PIC XX.
000064     77 WS-RPT-STATUS PIC XX.
000065     77 WS-RPT-NAME PIC X(30).
000066     77 WS-TODAY PIC 9(8).
000067     77 WS-HEURE PIC 9(8).
000068     77 WS-MODE PIC X(8).
000069     77 WS-DROIT-PARM PIC X(10).
000070     77 WS-POUR-PARM PIC X(10).
000071     77 WS-OPER-PARM PIC X(10).
000072     77 WS-VALIDITE-PARM PIC X(6).
000073     77 WS-VALIDITE-CHK PIC S9(4).
000074     77 WS-MOIS-PARM PIC X(8).
000075     77 WS-MOIS PIC X(6).
000076     77 WS-FIN PIC X.
000077     77 WS-JOB-RC PIC 99 VALUE 0.
000078* Verrou de passage et journal de chaine pour la levee forcee :
000079* etat du verrou, derniere ligne de chaine.log, et le verdict
000080* (une etape de chaine ouverte tient-elle le verrou).
000081     77 WS-LOCK-TEXTE PIC X(80) VALUE SPACES.
000082     77 WS-LOCK-EN-COURS PIC X VALUE 'N'.
000083     77 WS-LOG-DERNIERE PIC X(120) VALUE SPACES.
000084     77 WS-ETAPE-TIENT PIC X VALUE 'N'.
000085* Interface avec controle-acces.
000086     77 WS-ACC-ACTION PIC X.
000087     77 WS-ACC-DROIT PIC X(8).
000088     77 WS-ACC-OPERATEUR PIC X(8).
000089     77 WS-ACC-APPROBATEUR PIC X(8).
000090     77 WS-ACC-VALIDITE PIC 9(4) VALUE 60.
000091     77 WS-ACC-MOTIF PIC X(40).
000092     77 WS-ACC-RESULT PIC X.
000093* Rapport des acces : ligne du registre, compteurs du mois et
000094* approbations du mois pas encore consommees (au-dela de 500,
000095* les suivantes ne sont plus suivies).
000096     01 WS-ACCES-REC.
000097       02 ACC-TYPE PIC X(6).
000098       02 FILLER PIC X.
000099       02 ACC-DATE PIC X(8).
000100       02 FILLER PIC X.
000101       02 ACC-HEURE PIC X(6).
000102       02 FILLER PIC X.
000103       02 ACC-DROIT PIC X(8).
000104       02 FILLER PIC X.
000105       02 ACC-OPERATEUR PIC X(8).
000106       02 FILLER PIC X.
000107       02 ACC-APPROBATEUR PIC X(8).
000108       02 FILLER PIC X.
000109       02 ACC-EXPIRE-DATE PIC X(8).
000110       02 FILLER PIC X.
000111       02 ACC-EXPIRE-HEURE PIC X(4).
000112       02 FILLER PIC X.
000113       02 ACC-REFERENCE PIC X(16).
000114       02 FILLER PIC X.
000115       02 ACC-MOTIF PIC X(40).
000116     77 NB-APPROB PIC 9(5) VALUE 0.
000117     77 NB-USAGE PIC 9(5) VALUE 0.
000118     77 NB-REFUS PIC 9(5) VALUE 0.
000119     77 NB-NON-CONSOMMEES PIC 9(5) VALUE 0.
000120     01 WS-OUVERTES.
000121       02 WS-OUV-COUNT PIC 999 VALUE 0.
000122       02 WS-OUV OCCURS 500 TIMES.
000123         03 WS-OUV-REF PIC X(16).
000124         03 WS-OUV-LIGNE PIC X(100).
000125         03 WS-OUV-CONSOMMEE PIC X.
000126     77 WS-OUV-IDX PIC 999.
000127* Journal operateur commun (journal.txt, via journal-op) : les
000128* messages d'exploitation de la console sont aussi consignes
000129* horodates dans un fichier unique pour toute la suite, que la
000130* supervision greppe apres incident. Module absent ou journal
000131* inecrivable : la console reste seule, sans faire echouer le
000132* passage.
000133     77 WS-JRN-PROG PIC X(20) VALUE "autorisation".
000134     77 WS-JRN-SEV PIC X.
000135     77 WS-JRN-MSG PIC X(80).
000136
000137 PROCEDURE DIVISION.
000138 main.
000139     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
000140     ACCEPT WS-MODE FROM ENVIRONMENT "JOUR5_AUTOR_MODE".
000141     ACCEPT WS-OPER-PARM FROM ENVIRONMENT "JOUR5_OPERATEUR".
000142     IF WS-MODE NOT = "APPROUVE" AND WS-MODE NOT = "DEVERROU"
000143             AND WS-MODE NOT = "RAPPORT"
000144         DISPLAY "ERREUR : JOUR5_AUTOR_MODE invalide ("
000145             FUNCTION TRIM(WS-MODE)
000146             "), APPROUVE / DEVERROU / RAPPORT attendus"
000147             END-DISPLAY
000148         MOVE 'E' TO WS-JRN-SEV
000149         MOVE "JOUR5_AUTOR_MODE invalide" TO WS-JRN-MSG
000150         PERFORM write-journal
000151         MOVE 12 TO RETURN-CODE
000152         STOP RUN
000153     END-IF.
000154     IF WS-MODE NOT = "RAPPORT"
000155             AND (WS-OPER-PARM = SPACES
000156             OR WS-OPER-PARM(9:2) NOT = SPACES)
000157         DISPLAY "ERREUR : JOUR5_OPERATEUR doit donner "
000158             "l'identifiant de l'operateur (8 caracteres au plus)"
000159             END-DISPLAY
000160         MOVE 'E' TO WS-JRN-SEV
000161         MOVE "JOUR5_OPERATEUR absent ou invalide" TO WS-JRN-MSG
000162         PERFORM write-journal
000163         MOVE 12 TO RETURN-CODE
000164         STOP RUN
000165     END-IF.
000166     MOVE 'I' TO WS-JRN-SEV.
000167     MOVE SPACES TO WS-JRN-MSG.
000168     STRING "debut, mode " WS-MODE " - operateur "
000169         WS-OPER-PARM(1:8)
000170         INTO WS-JRN-MSG
000171     END-STRING.
000172     PERFORM write-journal.
000173     EVALUATE WS-MODE
000174         WHEN "APPROUVE"
000175             PERFORM approve-request
000176         WHEN "DEVERROU"
000177             PERFORM force-unlock
000178         WHEN "RAPPORT"
000179             PERFORM write-access-report
000180     END-EVALUATE.
000181     MOVE 'I' TO WS-JRN-SEV.
000182     MOVE SPACES TO WS-JRN-MSG.
000183     STRING "fin, mode " WS-MODE " - code retour " WS-JOB-RC
000184         INTO WS-JRN-MSG
000185     END-STRING.
000186     PERFORM write-journal.
000187     MOVE WS-JOB-RC TO RETURN-CODE.
000188     STOP RUN.
000189
000190 approve-request.
000191     ACCEPT WS-DROIT-PARM FROM ENVIRONMENT "JOUR5_AUTOR_DROIT".
000192     ACCEPT WS-POUR-PARM FROM ENVIRONMENT "JOUR5_AUTOR_POUR".
000193     ACCEPT WS-VALIDITE-PARM
000194         FROM ENVIRONMENT "JOUR5_AUTOR_VALIDITE".
000195     IF WS-DROIT-PARM NOT = "REBUILD"
000196             AND WS-DROIT-PARM NOT = "EPURE"
000197             AND WS-DROIT-PARM NOT = "DEVERROU"
000198         DISPLAY "ERREUR : JOUR5_AUTOR_DROIT invalide ("
000199             FUNCTION TRIM(WS-DROIT-PARM)
000200             "), REBUILD / EPURE / DEVERROU attendus" END-DISPLAY
000201         MOVE 'E' TO WS-JRN-SEV
000202         MOVE "JOUR5_AUTOR_DROIT invalide" TO WS-JRN-MSG
000203         PERFORM write-journal
000204         MOVE 12 TO RETURN-CODE
000205         STOP RUN
000206     END-IF.
000207     IF WS-POUR-PARM = SPACES OR WS-POUR-PARM(9:2) NOT = SPACES
000208         DISPLAY "ERREUR : JOUR5_AUTOR_POUR doit donner "
000209             "l'operateur qui agira (8 caracteres au plus)"
000210             END-DISPLAY
000211         MOVE 'E' TO WS-JRN-SEV
000212         MOVE "JOUR5_AUTOR_POUR absent ou invalide" TO WS-JRN-MSG
000213         PERFORM write-journal
000214         MOVE 12 TO RETURN-CODE
000215         STOP RUN
000216     END-IF.
000217     IF WS-VALIDITE-PARM NOT = SPACES
000218         COMPUTE WS-VALIDITE-CHK = FUNCTION TEST-NUMVAL(
000219             FUNCTION TRIM(WS-VALIDITE-PARM))
000220         IF WS-VALIDITE-CHK = 0
000221             COMPUTE WS-ACC-VALIDITE =
000222                 FUNCTION NUMVAL(FUNCTION TRIM(WS-VALIDITE-PARM))
000223         END-IF
000224         IF WS-VALIDITE-CHK NOT = 0 OR WS-ACC-VALIDITE = 0
000225                 OR WS-ACC-VALIDITE > 1440
000226             DISPLAY "ERREUR : JOUR5_AUTOR_VALIDITE doit donner "
000227                 "de 1 a 1440 minutes" END-DISPLAY
000228             MOVE 'E' TO WS-JRN-SEV
000229             MOVE "JOUR5_AUTOR_VALIDITE invalide" TO WS-JRN-MSG
000230             PERFORM write-journal
000231             MOVE 12 TO RETURN-CODE
000232             STOP RUN
000233         END-IF
000234     END-IF.
000235     MOVE 'A' TO WS-ACC-ACTION.
000236     MOVE WS-DROIT-PARM TO WS-ACC-DROIT.
000237     MOVE WS-POUR-PARM TO WS-ACC-OPERATEUR.
000238     MOVE WS-OPER-PARM TO WS-ACC-APPROBATEUR.
000239     PERFORM call-controle-acces.
000240     IF WS-ACC-RESULT = 'T'
000241         DISPLAY "Approbation " FUNCTION TRIM(WS-ACC-DROIT)
000242             " posee pour " FUNCTION TRIM(WS-ACC-OPERATEUR)
000243             " par " FUNCTION TRIM(WS-ACC-APPROBATEUR)
000244             ", usage unique, valable " WS-ACC-VALIDITE
000245             " minute(s)" END-DISPLAY
000246     END-IF.
000247
000248 force-unlock.
000249* Levee forcee du verrou de passage : rien a lever s'il n'est pas
000250* EN COURS ; refus s'il appartient a l'etape de chaine en cours ;
000251* sinon l'approbation DEVERROU est consommee et le verrou bascule
000252* a LEVE avec les deux operateurs et l'etat qu'il portait.
000253     PERFORM read-run-lock.
000254     IF WS-LOCK-EN-COURS NOT = 'Y'
000255         DISPLAY "ATTENTION : jour5.lock n'est pas EN COURS ("
000256             FUNCTION TRIM(WS-LOCK-TEXTE) "), rien a lever"
000257             END-DISPLAY
000258         MOVE 'W' TO WS-JRN-SEV
000259         MOVE "verrou non pose, rien a lever" TO WS-JRN-MSG
000260         PERFORM write-journal
000261         MOVE 4 TO WS-JOB-RC
000262     ELSE
000263         PERFORM check-chain-step
000264         MOVE "DEVERROU" TO WS-ACC-DROIT
000265         MOVE WS-OPER-PARM TO WS-ACC-OPERATEUR
000266         MOVE SPACES TO WS-ACC-APPROBATEUR
000267         IF WS-ETAPE-TIENT = 'Y'
000268             MOVE 'J' TO WS-ACC-ACTION
000269             MOVE "verrou tenu par une etape de chaine"
000270                 TO WS-ACC-MOTIF
000271             PERFORM call-controle-acces
000272         ELSE
000273             MOVE 'U' TO WS-ACC-ACTION
000274             PERFORM call-controle-acces
000275             IF WS-ACC-RESULT = 'T'
000276                 PERFORM rewrite-run-lock
000277             END-IF
000278         END-IF
000279     END-IF.
000280
000281 read-run-lock.
000282     MOVE 'N' TO WS-LOCK-EN-COURS.
000283     MOVE "absent" TO WS-LOCK-TEXTE.
000284     OPEN INPUT LOCK-FILE.
000285     IF WS-LOCK-STATUS = "00"
000286         READ LOCK-FILE
000287         IF WS-LOCK-STATUS = "00"
000288             MOVE LOCK-LINE TO WS-LOCK-TEXTE
000289             IF LOCK-LINE(1:8) = "EN COURS"
000290                 MOVE 'Y' TO WS-LOCK-EN-COURS
000291             END-IF
000292         END-IF
000293         CLOSE LOCK-FILE
000294     END-IF.
000295
000296 check-chain-step.
000297* Une etape de chaine tient le verrou si la derniere chaine de
000298* chaine.log est encore ouverte (ni TERMINEE ni ARRETEE) et que le
000299* verrou a ete pris apres son dernier evenement : chaine.log ne
000300* consignant que les fins d'etape, c'est l'etape lancee a ce
000301* moment-la qui tourne encore. Verrou plus ancien : l'etape qui
000302* l'a pris est finie, il est abandonne.
000303     MOVE 'N' TO WS-ETAPE-TIENT.
000304     MOVE SPACES TO WS-LOG-DERNIERE.
000305     OPEN INPUT LOG-FILE.
000306     IF WS-LOG-STATUS = "00"
000307         MOVE 'N' TO WS-FIN
000308         PERFORM UNTIL WS-FIN = 'Y'
000309             READ LOG-FILE
000310                 AT END MOVE 'Y' TO WS-FIN
000311                 NOT AT END
000312                     IF LOG-LINE NOT = SPACES
000313                         MOVE LOG-LINE TO WS-LOG-DERNIERE
000314                     END-IF
000315             END-READ
000316         END-PERFORM
000317         CLOSE LOG-FILE
000318     END-IF.
000319     IF WS-LOG-DERNIERE NOT = SPACES
000320             AND WS-LOG-DERNIERE(19:15) NOT = "CHAINE TERMINEE"
000321             AND WS-LOG-DERNIERE(19:14) NOT = "CHAINE ARRETEE"
000322         IF WS-LOCK-TEXTE(10:8) > WS-LOG-DERNIERE(1:8)
000323                 OR (WS-LOCK-TEXTE(10:8) = WS-LOG-DERNIERE(1:8)
000324                 AND WS-LOCK-TEXTE(19:6) >= WS-LOG-DERNIERE(10:6))
000325             MOVE 'Y' TO WS-ETAPE-TIENT
000326         END-IF
000327     END-IF.
000328     IF WS-ETAPE-TIENT = 'Y'
000329         DISPLAY "Verrou : " FUNCTION TRIM(WS-LOCK-TEXTE)
000330             END-DISPLAY
000331         DISPLAY "Chaine ouverte, dernier evenement : "
000332             FUNCTION TRIM(WS-LOG-DERNIERE(1:60)) END-DISPLAY
000333     END-IF.
000334
000335 rewrite-run-lock.
000336     ACCEPT WS-HEURE FROM TIME.
000337     OPEN OUTPUT LOCK-FILE.
000338     IF WS-LOCK-STATUS NOT = "00"
000339         DISPLAY "ERREUR : reecriture de jour5.lock impossible "
000340             "(status " WS-LOCK-STATUS "), verrou non leve"
000341             END-DISPLAY
000342         MOVE 'E' TO WS-JRN-SEV
000343         MOVE SPACES TO WS-JRN-MSG
000344         STRING "reecriture de jour5.lock impossible (status "
000345             WS-LOCK-STATUS "), approbation consommee"
000346             INTO WS-JRN-MSG
000347         END-STRING
000348         PERFORM write-journal
000349         MOVE 12 TO WS-JOB-RC
000350     ELSE
000351         MOVE SPACES TO LOCK-LINE
000352         STRING "LEVE     " WS-TODAY " " WS-HEURE(1:6) " PAR "
000353             FUNCTION TRIM(WS-ACC-OPERATEUR) "/"
000354             FUNCTION TRIM(WS-ACC-APPROBATEUR) " ETAIT "
000355             WS-LOCK-TEXTE(10:15)
000356             INTO LOCK-LINE
000357         END-STRING
000358         WRITE LOCK-LINE END-WRITE
000359         CLOSE LOCK-FILE
000360         DISPLAY "Verrou jour5.lock leve par "
000361             FUNCTION TRIM(WS-ACC-OPERATEUR) ", approuve par "
000362             FUNCTION TRIM(WS-ACC-APPROBATEUR) " (etait : "
000363             FUNCTION TRIM(WS-LOCK-TEXTE) ")" END-DISPLAY
000364         MOVE 'I' TO WS-JRN-SEV
000365         MOVE SPACES TO WS-JRN-MSG
000366         STRING "jour5.lock leve par "
000367             FUNCTION TRIM(WS-ACC-OPERATEUR) "/"
000368             FUNCTION TRIM(WS-ACC-APPROBATEUR)
000369             " - etait EN COURS "
000370             WS-LOCK-TEXTE(10:15)
000371             INTO WS-JRN-MSG
000372         END-STRING
000373         PERFORM write-journal
000374     END-IF.
000375
000376 call-controle-acces.
000377* Module absent ou registre des acces inecrivable : rien n'est
000378* accorde.
000379     IF WS-ACC-ACTION NOT = 'J'
000380         MOVE SPACES TO WS-ACC-MOTIF
000381     END-IF.
000382     MOVE SPACE TO WS-ACC-RESULT.
000383     CALL "controle-acces" USING WS-ACC-ACTION, WS-ACC-DROIT,
000384         WS-ACC-OPERATEUR, WS-ACC-APPROBATEUR, WS-ACC-VALIDITE,
000385         WS-ACC-MOTIF, WS-ACC-RESULT
000386         ON EXCEPTION
000387             MOVE 'E' TO WS-ACC-RESULT
000388             MOVE "module controle-acces absent" TO WS-ACC-MOTIF
000389     END-CALL.
000390     IF WS-ACC-RESULT = 'E'
000391         DISPLAY "ERREUR : double controle indisponible ("
000392             FUNCTION TRIM(WS-ACC-MOTIF)
000393             "), rien n'est accorde" END-DISPLAY
000394         MOVE 'E' TO WS-JRN-SEV
000395         MOVE "double controle indisponible, rien n'est accorde"
000396             TO WS-JRN-MSG
000397         PERFORM write-journal
000398         MOVE 12 TO WS-JOB-RC
000399     END-IF.
000400     IF WS-ACC-RESULT = 'R'
000401         DISPLAY "REFUS " FUNCTION TRIM(WS-ACC-DROIT) " ("
000402             FUNCTION TRIM(WS-ACC-OPERATEUR) ") : "
000403             FUNCTION TRIM(WS-ACC-MOTIF) END-DISPLAY
000404         MOVE 8 TO WS-JOB-RC
000405     END-IF.
000406
000407 write-access-report.
000408     ACCEPT WS-MOIS-PARM FROM ENVIRONMENT "JOUR5_AUTOR_MOIS".
000409     IF WS-MOIS-PARM = SPACES
000410         MOVE WS-TODAY(1:6) TO WS-MOIS
000411     ELSE
000412         MOVE WS-MOIS-PARM(1:6) TO WS-MOIS
000413         IF WS-MOIS IS NOT NUMERIC
000414                 OR WS-MOIS-PARM(7:2) NOT = SPACES
000415                 OR WS-MOIS(5:2) < "01" OR WS-MOIS(5:2) > "12"
000416             DISPLAY "ERREUR : JOUR5_AUTOR_MOIS doit donner un "
000417                 "mois AAAAMM, rapport abandonne" END-DISPLAY
000418             MOVE 'E' TO WS-JRN-SEV
000419             MOVE "JOUR5_AUTOR_MOIS invalide" TO WS-JRN-MSG
000420             PERFORM write-journal
000421             MOVE 12 TO RETURN-CODE
000422             STOP RUN
000423         END-IF
000424     END-IF.
000425     MOVE SPACES TO WS-RPT-NAME.
000426     STRING "acces-" WS-MOIS ".txt" INTO WS-RPT-NAME
000427     END-STRING.
000428     OPEN OUTPUT ACCES-REPORT.
000429     IF WS-RPT-STATUS NOT = "00"
000430         DISPLAY "ERREUR : ecriture de "
000431             FUNCTION TRIM(WS-RPT-NAME)
000432             " impossible (status " WS-RPT-STATUS ")" END-DISPLAY
000433         MOVE 'E' TO WS-JRN-SEV
000434         MOVE "rapport des acces inecrivable" TO WS-JRN-MSG
000435         PERFORM write-journal
000436         MOVE 12 TO RETURN-CODE
000437         STOP RUN
000438     END-IF.
000439     MOVE SPACES TO RPT-LINE.
000440     STRING "Rapport des acces sous double controle - mois "
000441         WS-MOIS " - edite le " WS-TODAY
000442         INTO RPT-LINE
000443     END-STRING.
000444     WRITE RPT-LINE END-WRITE.
000445     MOVE SPACES TO RPT-LINE.
000446     WRITE RPT-LINE END-WRITE.
000447     MOVE "Date     Heure  Evenement Droit    Operateur"
000448         TO RPT-LINE.
000449     MOVE "Approbateur" TO RPT-LINE(46:11).
000450     MOVE "Detail" TO RPT-LINE(60:6).
000451     WRITE RPT-LINE END-WRITE.
000452     OPEN INPUT ACCES-FILE.
000453     IF WS-ACCES-STATUS = "00"
000454         MOVE 'N' TO WS-FIN
000455         PERFORM UNTIL WS-FIN = 'Y'
000456             READ ACCES-FILE
000457                 AT END MOVE 'Y' TO WS-FIN
000458                 NOT AT END PERFORM report-acces-line
000459             END-READ
000460         END-PERFORM
000461         CLOSE ACCES-FILE
000462     END-IF.
000463     MOVE SPACES TO RPT-LINE.
000464     WRITE RPT-LINE END-WRITE.
000465     MOVE SPACES TO RPT-LINE.
000466     STRING "Totaux : approbations " NB-APPROB
000467         " - usages " NB-USAGE " - refus " NB-REFUS
000468         INTO RPT-LINE
000469     END-STRING.
000470     WRITE RPT-LINE END-WRITE.
000471* Approbations du mois jamais consommees : posees puis laissees
000472* expirer (ou encore ouvertes), a justifier aupres des auditeurs.
000473     PERFORM VARYING WS-OUV-IDX FROM 1 BY 1
000474             UNTIL WS-OUV-IDX > WS-OUV-COUNT
000475         IF WS-OUV-CONSOMMEE(WS-OUV-IDX) = 'N'
000476             ADD 1 TO NB-NON-CONSOMMEES
000477         END-IF
000478     END-PERFORM.
000479     MOVE SPACES TO RPT-LINE.
000480     STRING "Approbations non consommees : " NB-NON-CONSOMMEES
000481         INTO RPT-LINE
000482     END-STRING.
000483     WRITE RPT-LINE END-WRITE.
000484     PERFORM VARYING WS-OUV-IDX FROM 1 BY 1
000485             UNTIL WS-OUV-IDX > WS-OUV-COUNT
000486         IF WS-OUV-CONSOMMEE(WS-OUV-IDX) = 'N'
000487             MOVE SPACES TO RPT-LINE
000488             STRING "  " WS-OUV-LIGNE(WS-OUV-IDX)
000489                 INTO RPT-LINE
000490             END-STRING
000491             WRITE RPT-LINE END-WRITE
000492         END-IF
000493     END-PERFORM.
000494     CLOSE ACCES-REPORT.
000495     DISPLAY "Rapport des acces " WS-MOIS " : approbations "
000496         NB-APPROB " - usages " NB-USAGE " - refus " NB-REFUS
000497         " - non consommees " NB-NON-CONSOMMEES END-DISPLAY.
000498     IF NB-APPROB + NB-USAGE + NB-REFUS = 0
000499         DISPLAY "ATTENTION : aucun acces consigne pour le mois "
000500             WS-MOIS END-DISPLAY
000501         MOVE 'W' TO WS-JRN-SEV
000502         MOVE SPACES TO WS-JRN-MSG
000503         STRING "aucun acces consigne pour le mois " WS-MOIS
000504             INTO WS-JRN-MSG
000505         END-STRING
000506         PERFORM write-journal
000507         MOVE 4 TO WS-JOB-RC
000508     END-IF.
000509
000510 report-acces-line.
000511* Les USAGE d'un mois suivant consomment encore les approbations
000512* du mois : tout le registre est relu, seules les lignes du mois
000513* sont listees.
000514     MOVE ACCES-LINE TO WS-ACCES-REC.
000515     IF ACC-TYPE = "USAGE"
000516         PERFORM VARYING WS-OUV-IDX FROM 1 BY 1
000517                 UNTIL WS-OUV-IDX > WS-OUV-COUNT
000518             IF WS-OUV-REF(WS-OUV-IDX) = ACC-REFERENCE
000519                 MOVE 'Y' TO WS-OUV-CONSOMMEE(WS-OUV-IDX)
000520             END-IF
000521         END-PERFORM
000522     END-IF.
000523     IF ACC-DATE(1:6) = WS-MOIS
000524         MOVE SPACES TO RPT-LINE
000525         MOVE ACC-DATE TO RPT-LINE(1:8)
000526         MOVE ACC-HEURE TO RPT-LINE(10:6)
000527         MOVE ACC-TYPE TO RPT-LINE(17:6)
000528         MOVE ACC-DROIT TO RPT-LINE(27:8)
000529         MOVE ACC-OPERATEUR TO RPT-LINE(36:8)
000530         MOVE ACC-APPROBATEUR TO RPT-LINE(46:8)
000531         EVALUATE ACC-TYPE
000532             WHEN "APPROB"
000533                 ADD 1 TO NB-APPROB
000534                 STRING "valable jusqu'au " ACC-EXPIRE-DATE " "
000535                     ACC-EXPIRE-HEURE
000536                     INTO RPT-LINE(60:73)
000537                 END-STRING
000538                 IF WS-OUV-COUNT < 500
000539                     ADD 1 TO WS-OUV-COUNT
000540                     MOVE ACC-REFERENCE
000541                         TO WS-OUV-REF(WS-OUV-COUNT)
000542                     MOVE RPT-LINE(1:100)
000543                         TO WS-OUV-LIGNE(WS-OUV-COUNT)
000544                     MOVE 'N' TO WS-OUV-CONSOMMEE(WS-OUV-COUNT)
000545                 END-IF
000546             WHEN "USAGE"
000547                 ADD 1 TO NB-USAGE
000548                 STRING "approbation du " ACC-REFERENCE(1:8) " "
000549                     ACC-REFERENCE(9:6)
000550                     INTO RPT-LINE(60:73)
000551                 END-STRING
000552             WHEN OTHER
000553                 ADD 1 TO NB-REFUS
000554                 MOVE ACC-MOTIF TO RPT-LINE(60:40)
000555         END-EVALUATE
000556         WRITE RPT-LINE END-WRITE
000557     END-IF.
000558
000559 write-journal.
000560     CALL "journal-op" USING WS-JRN-PROG, WS-JRN-SEV, WS-JRN-MSG
000561         ON EXCEPTION CONTINUE
000562     END-CALL.
