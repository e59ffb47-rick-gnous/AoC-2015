000001 IDENTIFICATION DIVISION.
000002  PROGRAM-ID. generations-io.
000003
000004* Registre des generations d'entree deja admises (generations.dat,
000005* indexe) : une generation est reconnue par son identifiant de
000006* source HDR, sa date de generation, son nombre d'enregistrements
000007* et sa somme de controle de contenu, pour qu'un fournisseur qui
000008* renvoie la generation de la veille soit arrete avant le scoring
000009* au lieu d'etre compte deux fois. L'entree garde la date
000010* d'admission et le nom du fichier qui l'a apportee. Toute
000011* l'organisation indexee est isolee ici, comme maitre-io :
000012*   ACTION 'O' : ouverture en mise a jour (creation au premier
000013*                passage)
000014*   ACTION 'C' : ouverture en consultation seule (registre
000015*                absent : RESULT 'E')
000016*   ACTION 'K' : lecture de la cle (SOURCE + GEN-DATE + NB-ENREG
000017*                + CHECKSUM), DATE-ADMIS et FICHIER rendus
000018*   ACTION 'W' : enregistrement de la cle avec DATE-ADMIS et
000019*                FICHIER ; une cle deja connue garde sa premiere
000020*                admission
000021*   ACTION 'F' : fermeture
000022* RESULT : 'T' trouve, 'A' absent, 'N' nouvelle cle enregistree,
000023* 'I' cle deja connue (ignoree), 'E' registre indisponible.
000024
000025 ENVIRONMENT DIVISION.
000026    INPUT-OUTPUT SECTION.
000027    FILE-CONTROL.
000028         SELECT GEN-FILE ASSIGN TO "generations.dat"
000029         ORGANIZATION INDEXED
000030         ACCESS DYNAMIC
000031         RECORD KEY GEN-KEY
000032         FILE STATUS IS WS-GEN-STATUS.
000033
000034 DATA DIVISION.
000035   FILE SECTION.
000036   FD GEN-FILE.
000037     01 GEN-REC.
000038       02 GEN-KEY.
000039         03 GEN-SOURCE PIC X(6).
000040         03 GEN-DATE-GEN PIC 9(8).
000041         03 GEN-NB-ENREG PIC 9(6).
000042         03 GEN-CHECKSUM PIC 9(9).
000043       02 GEN-DATE-ADMIS PIC 9(8).
000044       02 GEN-FICHIER PIC X(40).
000045
000046   WORKING-STORAGE SECTION.
000047     77 WS-GEN-STATUS PIC XX.
000048     77 WS-OPENED PIC X VALUE 'N'.
000049
000050   LINKAGE SECTION.
000051     77 ACTION PIC X.
000052     77 SOURCE-ID PIC X(6).
000053     77 GEN-DATE PIC 9(8).
000054     77 NB-ENREG PIC 9(6).
000055     77 CHECKSUM PIC 9(9).
000056     77 DATE-ADMIS PIC 9(8).
000057     77 FICHIER PIC X(40).
000058     77 RESULT PIC X.
000059
000060 PROCEDURE DIVISION USING ACTION, SOURCE-ID, GEN-DATE, NB-ENREG,
000061     CHECKSUM, DATE-ADMIS, FICHIER, RESULT.
000062 route.
000063     MOVE SPACE TO RESULT.
000064     IF ACTION = 'O'
000065         PERFORM open-registre
000066     END-IF.
000067     IF ACTION = 'C'
000068         PERFORM open-registre-lecture
000069     END-IF.
000070     IF ACTION = 'K'
000071         PERFORM read-cle
000072     END-IF.
000073     IF ACTION = 'W'
000074         PERFORM write-cle
000075     END-IF.
000076     IF ACTION = 'F'
000077         IF WS-OPENED = 'Y'
000078             CLOSE GEN-FILE
000079             MOVE 'N' TO WS-OPENED
000080         END-IF
000081     END-IF.
000082 fin.
000083     EXIT PROGRAM.
000084
000085 open-registre.
000086     OPEN I-O GEN-FILE.
000087     IF WS-GEN-STATUS = "35"
000088* Premier controle : le registre est cree vide puis rouvert en
000089* mise a jour, comme le fichier maitre.
000090         OPEN OUTPUT GEN-FILE
000091         CLOSE GEN-FILE
000092         OPEN I-O GEN-FILE
000093     END-IF.
000094     IF WS-GEN-STATUS = "00"
000095         MOVE 'Y' TO WS-OPENED
000096     ELSE
000097         MOVE 'E' TO RESULT
000098     END-IF.
000099
000100 open-registre-lecture.
000101     OPEN INPUT GEN-FILE.
000102     IF WS-GEN-STATUS = "00"
000103         MOVE 'Y' TO WS-OPENED
000104     ELSE
000105         MOVE 'E' TO RESULT
000106     END-IF.
000107
000108 read-cle.
000109     IF WS-OPENED NOT = 'Y'
000110         MOVE 'E' TO RESULT
000111     ELSE
000112         PERFORM build-cle
000113         READ GEN-FILE
000114             INVALID KEY MOVE 'A' TO RESULT
000115             NOT INVALID KEY
000116                 MOVE GEN-DATE-ADMIS TO DATE-ADMIS
000117                 MOVE GEN-FICHIER TO FICHIER
000118                 MOVE 'T' TO RESULT
000119         END-READ
000120     END-IF.
000121
000122 write-cle.
000123* La premiere admission fait foi : une relance du controle le
000124* meme jour ne la rajeunit pas.
000125     IF WS-OPENED NOT = 'Y'
000126         MOVE 'E' TO RESULT
000127     ELSE
000128         PERFORM build-cle
000129         READ GEN-FILE
000130             INVALID KEY
000131                 PERFORM build-cle
000132                 MOVE DATE-ADMIS TO GEN-DATE-ADMIS
000133                 MOVE FICHIER TO GEN-FICHIER
000134                 WRITE GEN-REC
000135                     INVALID KEY MOVE 'E' TO RESULT
000136                     NOT INVALID KEY MOVE 'N' TO RESULT
000137                 END-WRITE
000138             NOT INVALID KEY
000139                 MOVE 'I' TO RESULT
000140         END-READ
000141     END-IF.
000142
000143 build-cle.
000144     MOVE SOURCE-ID TO GEN-SOURCE.
000145     MOVE GEN-DATE TO GEN-DATE-GEN.
000146     MOVE NB-ENREG TO GEN-NB-ENREG.
000147     MOVE CHECKSUM TO GEN-CHECKSUM.
000148
