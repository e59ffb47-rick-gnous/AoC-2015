000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. routage.
000003
000004* Routage des codes dual-approved vers les systemes aval : le
000005* provisioning n'est plus le seul consommateur de l'extrait, le
000006* canal partenaires et la plate-forme de test recoivent chacun
000007* leur part des codes approuves. La table routage.dat donne une
000008* regle par ligne, en colonnes fixes :
000009*   colonnes  1-6  : ROUTE (regle) ou DEFAUT (destination par
000010*                    defaut, une seule ligne)
000011*   colonnes  8-15 : destination (nom court, sans espace)
000012*   colonnes 17-22 : identifiant de source HDR (blanc = toute
000013*                    source)
000014*   colonnes 24-25 : longueur du code (blanc ou 00 = toute
000015*                    longueur)
000016*   colonnes 27-46 : prefixe du code (blanc = tout code)
000017* * en colonne 1 pour un commentaire. Les regles ROUTE sont
000018* essayees dans l'ordre du fichier, la premiere qui correspond
000019* l'emporte, sinon le code part vers la destination par defaut.
000020* Sans table, pas de routage : l'extrait unique dual-approved.txt
000021* reste seul, comme avant. Avec une table, dual-approved.txt
000022* reste l'extrait complet de reference (la destination de chaque
000023* code en colonnes 31-38) et chaque destination recoit en plus
000024* son propre extrait habille HDR/TRL, nomme d'apres l'extrait
000025* complet : dual-approved-PARTNER.txt pour dual-approved.txt.
000026* Le module est partage par jour-cinq et consolide-partitions :
000027*   ACTION 'C' : chargement de la table ; RESULT 'T' table
000028*                chargee, 'A' pas de table, 'E' table invalide
000029*                (NB-LIGNES rend le numero de la ligne fautive)
000030*   ACTION 'R' : destination (DEST) du code CODE-STR venu de la
000031*                source SOURCE-ID (blanc = source inconnue)
000032*   ACTION 'X' : eclatement de l'extrait complet FILE-NAME en un
000033*                extrait par destination ; NB-LIGNES rend le
000034*                total ecrit. RESULT 'A' extrait complet
000035*                illisible, 'E' extrait de la destination DEST
000036*                inecrivable
000037*   ACTION 'V' : verification : chaque extrait par destination
000038*                est relu et son TRL compare aux lignes relues ;
000039*                NB-LIGNES rend le total relu, RESULT 'D' si un
000040*                extrait manque ou si son TRL est en desaccord
000041*   ACTION 'P' : premiere destination de la table, puis
000042*   ACTION 'N' : destination suivante : DEST, FILE-NAME et
000043*                NB-LIGNES (lignes ecrites, ou relues apres
000044*                'V') ; RESULT 'D' pour un extrait en desaccord,
000045*                'F' en fin de liste
000046* RESULT 'T' quand tout va bien.
000047
000048 ENVIRONMENT DIVISION.
000049    INPUT-OUTPUT SECTION.
000050    FILE-CONTROL.
000051         SELECT ROUTE-FILE ASSIGN TO "routage.dat"
000052         ORGANIZATION LINE SEQUENTIAL
000053         FILE STATUS IS WS-ROUTE-STATUS.
000054         SELECT AGG-FILE ASSIGN TO DYNAMIC WS-AGG-NAME
000055         ORGANIZATION LINE SEQUENTIAL
000056         FILE STATUS IS WS-AGG-STATUS.
000057         SELECT DEST-FILE ASSIGN TO DYNAMIC WS-DEST-NAME
000058         ORGANIZATION LINE SEQUENTIAL
000059         FILE STATUS IS WS-DEST-STATUS.
000060
000061 DATA DIVISION.
000062   FILE SECTION.
000063   FD ROUTE-FILE.
000064     01 ROUTE-LINE PIC X(80).
000065
000066   FD AGG-FILE.
000067     01 AGG-LINE PIC X(80).
000068
000069   FD DEST-FILE.
000070     01 DEST-LINE PIC X(80).
000071
000072   WORKING-STORAGE SECTION.
000073     77 WS-ROUTE-STATUS PIC XX.
000074     77 WS-AGG-STATUS PIC XX.
000075     77 WS-DEST-STATUS PIC XX.
000076     77 WS-AGG-NAME PIC X(40).
000077     77 WS-DEST-NAME PIC X(40).
000078     77 WS-CHARGEE PIC X VALUE 'N'.
000079     77 WS-VERIFIEE PIC X VALUE 'N'.
000080     77 WS-LIGNE-NO PIC 9(6) VALUE 0.
000081     77 WS-LIGNE-ERR PIC 9(6) VALUE 0.
000082* Regles dans l'ordre du fichier, puis la liste des destinations
000083* distinctes (ordre de premiere apparition) avec les comptes de
000084* leur extrait.
000085     01 ROUTE-TABLE.
000086       02 RTE-NB PIC 999 VALUE 0.
000087       02 RTE-ENTRY OCCURS 100.
000088         03 RTE-DEST PIC X(8).
000089         03 RTE-SOURCE PIC X(6).
000090         03 RTE-LONG PIC 99.
000091         03 RTE-PREFIXE PIC X(20).
000092         03 RTE-PREF-LONG PIC 99.
000093     77 RTE-IDX PIC 999.
000094     77 RTE-DEFAUT PIC X(8).
000095     01 DEST-TABLE.
000096       02 DST-NB PIC 99 VALUE 0.
000097       02 DST-ENTRY OCCURS 20.
000098         03 DST-NOM PIC X(8).
000099         03 DST-FICHIER PIC X(40).
000100         03 DST-LIGNES PIC 9(6).
000101         03 DST-RELUES PIC 9(6).
000102         03 DST-ETAT PIC X.
000103     77 DST-IDX PIC 99.
000104     77 DST-CUR PIC 99 VALUE 0.
000105     77 WS-NOUV-DEST PIC X(8).
000106     77 WS-TROUVE PIC X.
000107     77 WS-CODE-LONG PIC 99.
000108     77 WS-ROUTE-CODE PIC X(20).
000109     77 WS-ROUTE-SOURCE PIC X(6).
000110     77 WS-ROUTE-DEST PIC X(8).
000111     77 WS-MESURE PIC X(20).
000112     77 WS-MESURE-LONG PIC 99.
000113     77 WS-MESURE-IDX PIC 99.
000114     77 WS-BASE-LONG PIC 99.
000115     77 WS-LIGNE-DEST PIC X(8).
000116     77 WS-TRL-LIGNES PIC X(6).
000117     77 WS-TRL-VU PIC X.
000118     77 EXT-LIGNES PIC 9(6) VALUE 0.
000119     77 EXT-CHECKSUM PIC 9(9) VALUE 0.
000120     77 EXT-CHK-IDX PIC 99.
000121     77 EXT-CHK-ORD PIC 999.
000122     77 EXT-CODE PIC X(20).
000123
000124   LINKAGE SECTION.
000125     77 ACTION PIC X.
000126     77 SOURCE-ID PIC X(6).
000127     77 CODE-STR PIC X(20).
000128     77 DEST PIC X(8).
000129     77 FILE-NAME PIC X(40).
000130     77 NB-LIGNES PIC 9(6).
000131     77 RESULT PIC X.
000132
000133 PROCEDURE DIVISION USING ACTION, SOURCE-ID, CODE-STR, DEST,
000134     FILE-NAME, NB-LIGNES, RESULT.
000135 route.
000136     MOVE 'T' TO RESULT.
000137     IF ACTION = 'C'
000138         PERFORM load-table
000139     END-IF.
000140     IF ACTION = 'R'
000141         PERFORM route-code
000142     END-IF.
000143     IF ACTION = 'X'
000144         PERFORM split-extract
000145     END-IF.
000146     IF ACTION = 'V'
000147         PERFORM verify-extracts
000148     END-IF.
000149     IF ACTION = 'P'
000150         MOVE 0 TO DST-CUR
000151         PERFORM next-destination
000152     END-IF.
000153     IF ACTION = 'N'
000154         PERFORM next-destination
000155     END-IF.
000156 fin.
000157     EXIT PROGRAM.
000158
000159 load-table.
000160     MOVE 'N' TO WS-CHARGEE.
000161     MOVE 'N' TO WS-VERIFIEE.
000162     MOVE 0 TO RTE-NB.
000163     MOVE 0 TO DST-NB.
000164     MOVE SPACES TO RTE-DEFAUT.
000165     MOVE 0 TO WS-LIGNE-NO.
000166     MOVE 0 TO WS-LIGNE-ERR.
000167     OPEN INPUT ROUTE-FILE.
000168     IF WS-ROUTE-STATUS NOT = "00"
000169         MOVE 'A' TO RESULT
000170     ELSE
000171         PERFORM UNTIL WS-ROUTE-STATUS NOT = "00"
000172             READ ROUTE-FILE
000173             IF WS-ROUTE-STATUS = "00"
000174                 ADD 1 TO WS-LIGNE-NO
000175                 IF ROUTE-LINE NOT = SPACES
000176                         AND ROUTE-LINE(1:1) NOT = "*"
000177                         AND WS-LIGNE-ERR = 0
000178                     PERFORM load-table-line
000179                 END-IF
000180             END-IF
000181         END-PERFORM
000182         CLOSE ROUTE-FILE
000183* Une table sans destination par defaut laisserait des codes
000184* sans destination : elle est refusee comme une ligne illisible.
000185         IF WS-LIGNE-ERR = 0 AND RTE-DEFAUT = SPACES
000186             MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000187         END-IF
000188         IF WS-LIGNE-ERR > 0
000189             MOVE WS-LIGNE-ERR TO NB-LIGNES
000190             MOVE 'E' TO RESULT
000191         ELSE
000192             MOVE 'Y' TO WS-CHARGEE
000193             MOVE DST-NB TO NB-LIGNES
000194         END-IF
000195     END-IF.
000196
000197 load-table-line.
000198     MOVE ROUTE-LINE(8:8) TO WS-NOUV-DEST.
000199     IF WS-NOUV-DEST = SPACES OR WS-NOUV-DEST(1:1) = SPACE
000200         MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000201     END-IF.
000202     IF ROUTE-LINE(24:2) NOT = SPACES
000203             AND ROUTE-LINE(24:2) IS NOT NUMERIC
000204         MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000205     END-IF.
000206     IF WS-LIGNE-ERR = 0
000207         EVALUATE ROUTE-LINE(1:6)
000208             WHEN "ROUTE "
000209                 IF RTE-NB < 100
000210                     ADD 1 TO RTE-NB
000211                     MOVE WS-NOUV-DEST TO RTE-DEST(RTE-NB)
000212                     MOVE ROUTE-LINE(17:6) TO RTE-SOURCE(RTE-NB)
000213                     MOVE 0 TO RTE-LONG(RTE-NB)
000214                     IF ROUTE-LINE(24:2) IS NUMERIC
000215                         MOVE ROUTE-LINE(24:2) TO RTE-LONG(RTE-NB)
000216                     END-IF
000217                     MOVE ROUTE-LINE(27:20)
000218                         TO RTE-PREFIXE(RTE-NB)
000219                     MOVE ROUTE-LINE(27:20) TO WS-MESURE
000220                     PERFORM measure-code
000221                     MOVE WS-MESURE-LONG TO RTE-PREF-LONG(RTE-NB)
000222                     PERFORM add-destination
000223                 ELSE
000224                     MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000225                 END-IF
000226             WHEN "DEFAUT"
000227                 IF RTE-DEFAUT NOT = SPACES
000228                     MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000229                 ELSE
000230                     MOVE WS-NOUV-DEST TO RTE-DEFAUT
000231                     PERFORM add-destination
000232                 END-IF
000233             WHEN OTHER
000234                 MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000235         END-EVALUATE
000236     END-IF.
000237
000238 add-destination.
000239     MOVE 'N' TO WS-TROUVE.
000240     PERFORM VARYING DST-IDX FROM 1 BY 1
000241             UNTIL DST-IDX > DST-NB
000242         IF DST-NOM(DST-IDX) = WS-NOUV-DEST
000243             MOVE 'Y' TO WS-TROUVE
000244         END-IF
000245     END-PERFORM.
000246     IF WS-TROUVE = 'N'
000247         IF DST-NB < 20
000248             ADD 1 TO DST-NB
000249             MOVE WS-NOUV-DEST TO DST-NOM(DST-NB)
000250             MOVE SPACES TO DST-FICHIER(DST-NB)
000251             MOVE 0 TO DST-LIGNES(DST-NB)
000252             MOVE 0 TO DST-RELUES(DST-NB)
000253             MOVE 'T' TO DST-ETAT(DST-NB)
000254         ELSE
000255             MOVE WS-LIGNE-NO TO WS-LIGNE-ERR
000256         END-IF
000257     END-IF.
000258
000259 route-code.
000260     MOVE SPACES TO DEST.
000261     IF WS-CHARGEE NOT = 'Y'
000262         MOVE 'A' TO RESULT
000263     ELSE
000264         MOVE CODE-STR TO WS-ROUTE-CODE
000265         MOVE SOURCE-ID TO WS-ROUTE-SOURCE
000266         PERFORM find-route
000267         MOVE WS-ROUTE-DEST TO DEST
000268     END-IF.
000269
000270 find-route.
000271     MOVE SPACES TO WS-ROUTE-DEST.
000272     MOVE WS-ROUTE-CODE TO WS-MESURE.
000273     PERFORM measure-code.
000274     MOVE WS-MESURE-LONG TO WS-CODE-LONG.
000275     PERFORM VARYING RTE-IDX FROM 1 BY 1
000276             UNTIL RTE-IDX > RTE-NB OR WS-ROUTE-DEST NOT = SPACES
000277         PERFORM match-route
000278     END-PERFORM.
000279     IF WS-ROUTE-DEST = SPACES
000280         MOVE RTE-DEFAUT TO WS-ROUTE-DEST
000281     END-IF.
000282
000283 measure-code.
000284     MOVE 0 TO WS-MESURE-LONG.
000285     PERFORM VARYING WS-MESURE-IDX FROM 20 BY -1
000286             UNTIL WS-MESURE-IDX < 1 OR WS-MESURE-LONG > 0
000287         IF WS-MESURE(WS-MESURE-IDX:1) NOT = SPACE
000288             MOVE WS-MESURE-IDX TO WS-MESURE-LONG
000289         END-IF
000290     END-PERFORM.
000291
000292 match-route.
000293* Une regle correspond quand chacun de ses criteres renseignes
000294* correspond ; une source inconnue (blanc) ne satisfait qu'une
000295* regle sans critere de source.
000296     MOVE 'Y' TO WS-TROUVE.
000297     IF RTE-SOURCE(RTE-IDX) NOT = SPACES
000298             AND RTE-SOURCE(RTE-IDX) NOT = WS-ROUTE-SOURCE
000299         MOVE 'N' TO WS-TROUVE
000300     END-IF.
000301     IF RTE-LONG(RTE-IDX) > 0
000302             AND RTE-LONG(RTE-IDX) NOT = WS-CODE-LONG
000303         MOVE 'N' TO WS-TROUVE
000304     END-IF.
000305     IF RTE-PREF-LONG(RTE-IDX) > 0
000306         IF WS-ROUTE-CODE(1:RTE-PREF-LONG(RTE-IDX)) NOT =
000307                 RTE-PREFIXE(RTE-IDX)(1:RTE-PREF-LONG(RTE-IDX))
000308             MOVE 'N' TO WS-TROUVE
000309         END-IF
000310     END-IF.
000311     IF WS-TROUVE = 'Y'
000312         MOVE RTE-DEST(RTE-IDX) TO WS-ROUTE-DEST
000313     END-IF.
000314
000315 split-extract.
000316* Une passe de l'extrait complet par destination : les codes y
000317* sont deja tries, chaque extrait de destination l'est donc
000318* aussi. Un code sans destination lisible (extrait recharge
000319* d'avant le routage, destination retiree de la table) est
000320* reroute sur son code seul.
000321     MOVE 0 TO NB-LIGNES.
000322     MOVE 'N' TO WS-VERIFIEE.
000323     MOVE FILE-NAME TO WS-AGG-NAME.
000324     MOVE 0 TO WS-BASE-LONG.
000325     PERFORM VARYING WS-MESURE-IDX FROM 40 BY -1
000326             UNTIL WS-MESURE-IDX < 1 OR WS-BASE-LONG > 0
000327         IF FILE-NAME(WS-MESURE-IDX:1) NOT = SPACE
000328             MOVE WS-MESURE-IDX TO WS-BASE-LONG
000329         END-IF
000330     END-PERFORM.
000331     IF WS-BASE-LONG > 4
000332         IF FILE-NAME(WS-BASE-LONG - 3:4) = ".txt"
000333             SUBTRACT 4 FROM WS-BASE-LONG
000334         END-IF
000335     END-IF.
000336     PERFORM VARYING DST-IDX FROM 1 BY 1
000337             UNTIL DST-IDX > DST-NB OR RESULT NOT = 'T'
000338         MOVE SPACES TO DST-FICHIER(DST-IDX)
000339         STRING FILE-NAME(1:WS-BASE-LONG) "-"
000340             FUNCTION TRIM(DST-NOM(DST-IDX)) ".txt"
000341             INTO DST-FICHIER(DST-IDX)
000342         END-STRING
000343         MOVE 0 TO DST-LIGNES(DST-IDX)
000344         MOVE 'T' TO DST-ETAT(DST-IDX)
000345         PERFORM write-destination-extract
000346         ADD DST-LIGNES(DST-IDX) TO NB-LIGNES
000347     END-PERFORM.
000348
000349 write-destination-extract.
000350     OPEN INPUT AGG-FILE.
000351     IF WS-AGG-STATUS NOT = "00"
000352         MOVE 'A' TO RESULT
000353     ELSE
000354         MOVE DST-FICHIER(DST-IDX) TO WS-DEST-NAME
000355         OPEN OUTPUT DEST-FILE
000356         IF WS-DEST-STATUS NOT = "00"
000357             MOVE DST-NOM(DST-IDX) TO DEST
000358             MOVE 'E' TO RESULT
000359         ELSE
000360             MOVE 0 TO EXT-LIGNES
000361             MOVE 0 TO EXT-CHECKSUM
000362             PERFORM UNTIL WS-AGG-STATUS NOT = "00"
000363                 READ AGG-FILE
000364                 IF WS-AGG-STATUS = "00"
000365                     PERFORM split-extract-line
000366                 END-IF
000367             END-PERFORM
000368* Fin de controle au format de l'extrait complet : compte exact
000369* de codes (colonnes 4-9) puis somme de controle.
000370             MOVE SPACES TO DEST-LINE
000371             STRING "TRL" EXT-LIGNES EXT-CHECKSUM
000372                 INTO DEST-LINE
000373             END-STRING
000374             WRITE DEST-LINE END-WRITE
000375             CLOSE DEST-FILE
000376             MOVE EXT-LIGNES TO DST-LIGNES(DST-IDX)
000377         END-IF
000378         CLOSE AGG-FILE
000379     END-IF.
000380
000381 split-extract-line.
000382* L'en-tete HDR (date + source) de l'extrait complet est repris
000383* tel quel ; son TRL est remplace par celui de la destination.
000384     IF AGG-LINE(1:3) = "HDR"
000385         MOVE AGG-LINE TO DEST-LINE
000386         WRITE DEST-LINE END-WRITE
000387     END-IF.
000388     IF AGG-LINE NOT = SPACES
000389             AND AGG-LINE(1:3) NOT = "HDR"
000390             AND AGG-LINE(1:3) NOT = "TRL"
000391         MOVE AGG-LINE(31:8) TO WS-LIGNE-DEST
000392         MOVE 'N' TO WS-TROUVE
000393         IF WS-LIGNE-DEST NOT = SPACES
000394             PERFORM VARYING RTE-IDX FROM 1 BY 1
000395                     UNTIL RTE-IDX > DST-NB
000396                 IF DST-NOM(RTE-IDX) = WS-LIGNE-DEST
000397                     MOVE 'Y' TO WS-TROUVE
000398                 END-IF
000399             END-PERFORM
000400         END-IF
000401         IF WS-TROUVE = 'N'
000402             MOVE AGG-LINE(1:20) TO WS-ROUTE-CODE
000403             MOVE SPACES TO WS-ROUTE-SOURCE
000404             PERFORM find-route
000405             MOVE WS-ROUTE-DEST TO WS-LIGNE-DEST
000406         END-IF
000407         IF WS-LIGNE-DEST = DST-NOM(DST-IDX)
000408             MOVE AGG-LINE TO DEST-LINE
000409             MOVE WS-LIGNE-DEST TO DEST-LINE(31:8)
000410             WRITE DEST-LINE END-WRITE
000411             ADD 1 TO EXT-LIGNES
000412             MOVE AGG-LINE(1:20) TO EXT-CODE
000413             PERFORM add-extract-checksum
000414         END-IF
000415     END-IF.
000416
000417 add-extract-checksum.
000418* Cumule le rang alphabetique (a=1 .. z=26) des caracteres du
000419* code, comme pour l'extrait complet.
000420     PERFORM VARYING EXT-CHK-IDX FROM 1 BY 1
000421             UNTIL EXT-CHK-IDX > 20
000422         IF EXT-CODE(EXT-CHK-IDX:1) NOT = SPACE
000423             COMPUTE EXT-CHK-ORD =
000424                 FUNCTION ORD(EXT-CODE(EXT-CHK-IDX:1))
000425                 - FUNCTION ORD("a") + 1
000426             ADD EXT-CHK-ORD TO EXT-CHECKSUM
000427         END-IF
000428     END-PERFORM.
000429
000430 verify-extracts.
000431* Relecture independante de l'ecriture : c'est elle qui prouve a
000432* l'equilibrage que les extraits par destination, tels qu'ils
000433* partent, totalisent l'extrait complet.
000434     MOVE 0 TO NB-LIGNES.
000435     MOVE 'Y' TO WS-VERIFIEE.
000436     PERFORM VARYING DST-IDX FROM 1 BY 1
000437             UNTIL DST-IDX > DST-NB
000438         MOVE 0 TO DST-RELUES(DST-IDX)
000439         MOVE 'T' TO DST-ETAT(DST-IDX)
000440         MOVE 'N' TO WS-TRL-VU
000441         MOVE DST-FICHIER(DST-IDX) TO WS-DEST-NAME
000442         OPEN INPUT DEST-FILE
000443         IF WS-DEST-STATUS NOT = "00"
000444             MOVE 'D' TO DST-ETAT(DST-IDX)
000445         ELSE
000446             PERFORM UNTIL WS-DEST-STATUS NOT = "00"
000447                 READ DEST-FILE
000448                 IF WS-DEST-STATUS = "00"
000449                     PERFORM verify-extract-line
000450                 END-IF
000451             END-PERFORM
000452             CLOSE DEST-FILE
000453             IF WS-TRL-VU = 'N'
000454                 MOVE 'D' TO DST-ETAT(DST-IDX)
000455             END-IF
000456         END-IF
000457         ADD DST-RELUES(DST-IDX) TO NB-LIGNES
000458         IF DST-ETAT(DST-IDX) = 'D'
000459             MOVE 'D' TO RESULT
000460         END-IF
000461     END-PERFORM.
000462
000463 verify-extract-line.
000464     IF DEST-LINE(1:3) = "TRL"
000465         MOVE 'Y' TO WS-TRL-VU
000466         MOVE DEST-LINE(4:6) TO WS-TRL-LIGNES
000467         IF WS-TRL-LIGNES IS NOT NUMERIC
000468             MOVE 'D' TO DST-ETAT(DST-IDX)
000469         ELSE
000470             IF WS-TRL-LIGNES NOT = DST-RELUES(DST-IDX)
000471                 MOVE 'D' TO DST-ETAT(DST-IDX)
000472             END-IF
000473         END-IF
000474     ELSE
000475         IF DEST-LINE NOT = SPACES
000476                 AND DEST-LINE(1:3) NOT = "HDR"
000477             ADD 1 TO DST-RELUES(DST-IDX)
000478         END-IF
000479     END-IF.
000480
000481 next-destination.
000482     ADD 1 TO DST-CUR.
000483     IF DST-CUR > DST-NB
000484         MOVE 'F' TO RESULT
000485     ELSE
000486         MOVE DST-NOM(DST-CUR) TO DEST
000487         MOVE DST-FICHIER(DST-CUR) TO FILE-NAME
000488         IF WS-VERIFIEE = 'Y'
000489             MOVE DST-RELUES(DST-CUR) TO NB-LIGNES
000490             MOVE DST-ETAT(DST-CUR) TO RESULT
000491         ELSE
000492             MOVE DST-LIGNES(DST-CUR) TO NB-LIGNES
000493         END-IF
000494     END-IF.
