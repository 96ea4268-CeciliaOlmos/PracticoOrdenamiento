000470*                    FORWARD, SO BOTH SALDO LINES ARE THE
000480*                    PERIOD'S OWN FIGURES, NOT TODAY'S LIVE
000490*                    BALANCE.
000500*   15/10/2026 RCA   EACH MOVEMENT LINE NOW SHOWS ITS MOVEMENT
000510*                    NUMBER. A REVERSAL PRINTS AS REVERSO WITH
000520*                    THE NUMBER IT CANCELS, AND THE CANCELLED
000530*                    MOVEMENT IS MARKED ANULADO POR WITH THE
000540*                    REVERSAL'S NUMBER WHEN BOTH FALL ON THE
000550*                    PAGE. THE SORT ADDS THE MOVEMENT NUMBER AS
000560*                    ITS LAST KEY AND THE LINE IS WIDENED TO 100.
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. SOCST01.
000600 AUTHOR. R. CASTRO.
000610 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000620 DATE-WRITTEN. 21/08/2026.
000630 DATE-COMPILED.
000640*
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT SOCIOS        ASSIGN TO SOCIOS
000690         ORGANIZATION INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SOC-COD
000720         ALTERNATE RECORD KEY IS SOC-NOM
000730             WITH DUPLICATES
000740         FILE STATUS IS WS-FS-SOCIOS.
000750     SELECT FILIALES      ASSIGN TO FILIALES
000760         ORGANIZATION INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS FLM-COD
000790         FILE STATUS IS WS-FS-FILMAE.
000800     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000810         ORGANIZATION LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-HIST.
000830     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000840         FILE STATUS IS WS-FS-SORT.
000850     SELECT TRAB-ORD      ASSIGN TO "SORTTRAB"
000860         FILE STATUS IS WS-FS-TRAB.
000870     SELECT SNAPSHOT      ASSIGN TO SNAPANT
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-SNP.
000900     SELECT EXT-CTL       ASSIGN TO SOCIOSTC
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-CTL.
000930     SELECT RPT-EXT       ASSIGN TO RPTEXT
000940         ORGANIZATION LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-RPTEXT.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  SOCIOS.
001000     COPY socreg.
001010*
001020 FD  FILIALES.
001030     COPY filreg.
001040*
001050 FD  MOV-HIST.
001060     COPY movhist.
001070*
001080 SD  ARCH-SORT.
001090 01  ST-REG.
001100     03  ST-COD                 PIC 9(06).
001110     03  ST-TIPO                PIC X(01).
001120     03  ST-IMPORTE             PIC S9(8)V99.
001130     03  ST-FECHA               PIC 9(08).
001140     03  ST-FILIAL              PIC 9(03).
001150     03  ST-CAJERO              PIC X(06).
001160     03  ST-NUMERO              PIC 9(09).
001170     03  ST-NRO-ANULA           PIC 9(09).
001180     03  ST-TIPO-ANULA          PIC X(01).
001190*
001200 FD  TRAB-ORD.
001210 01  TRB-REG.
001220     03  TRB-COD                PIC 9(06).
001230     03  TRB-TIPO               PIC X(01).
001240     03  TRB-IMPORTE            PIC S9(8)V99.
001250     03  TRB-FECHA              PIC 9(08).
001260     03  TRB-FILIAL             PIC 9(03).
001270     03  TRB-CAJERO             PIC X(06).
001280     03  TRB-NUMERO             PIC 9(09).
001290     03  TRB-NRO-ANULA          PIC 9(09).
001300     03  TRB-TIPO-ANULA         PIC X(01).
001310*
001320 FD  SNAPSHOT.
001330     COPY snpreg.
001340*
001350 FD  EXT-CTL.
001360 01  STC-REG.
001370     03  STC-MODO               PIC X(01).
001380     03  STC-FILIAL             PIC 9(03).
001390     03  STC-COD                PIC 9(06).
001400     03  STC-PERIODO            PIC 9(06).
001410*
001420 FD  RPT-EXT.
001430 01  RPT-EXT-REG                PIC X(100).
001440*
001450 WORKING-STORAGE SECTION.
001460     COPY filial.
001470*
001480 01  WS-SWITCHES.
001490     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
001500         88  WS-FIN-HIST                VALUE 'S'.
001510     05  WS-SW-FIN-TRAB         PIC X(01) VALUE 'N'.
001520         88  WS-FIN-TRAB                VALUE 'S'.
001530     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001540         88  WS-FIN-SOCIOS              VALUE 'S'.
001550     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001560         88  WS-FIN-FILMAE              VALUE 'S'.
001570     05  WS-SW-MOV-EXCESO       PIC X(01) VALUE 'N'.
001580         88  WS-MOV-EXCESO              VALUE 'S'.
001590*
001600 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001610*
001620 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001630*
001640 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
001650*
001660 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001670*
001680 01  WS-FS-TRAB                 PIC X(02) VALUE '00'.
001690*
001700 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001710*
001720 01  WS-FS-RPTEXT               PIC X(02) VALUE '00'.
001730*
001740 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001750*
001760 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001770*
001780 01  WS-CTL-MODO                PIC X(01) VALUE SPACE.
001790     88  WS-MODO-FILIAL                VALUE 'F'.
001800     88  WS-MODO-SOCIO                 VALUE 'S'.
001810*
001820 01  WS-CTL-FILIAL              PIC 9(03) VALUE ZERO.
001830*
001840 01  WS-CTL-COD                 PIC 9(06) VALUE ZERO.
001850*
001860 01  WS-CTL-PERIODO             PIC 9(06) VALUE ZERO.
001870*
001880 01  WS-FS-SNP                  PIC X(02) VALUE '00'.
001890*
001900 01  WS-SW-FIN-SNP              PIC X(01) VALUE 'N'.
001910     88  WS-FIN-SNP                    VALUE 'S'.
001920*
001930 01  WS-COD-FOTO                PIC 9(07) VALUE 9999999.
001940*
001950 01  WS-SALDO-FOTO              PIC S9(9)V99 VALUE ZERO.
001960*
001970 01  WS-PERIODO-HIS             PIC 9(06) VALUE ZERO.
001980*
001990 01  WS-CONTADORES.
002000     05  WS-CONT-MOVS           PIC 9(05) VALUE ZERO.
002010     05  WS-CONT-EXTRACTOS      PIC 9(05) VALUE ZERO.
002020     05  WS-CONT-OMITIDOS       PIC 9(05) VALUE ZERO.
002030     05  WS-CONT-SIN-SOCIO      PIC 9(05) VALUE ZERO.
002040     05  WS-CONT-NO-LISTADOS    PIC 9(05) VALUE ZERO.
002050     05  WS-CONT-SIN-EXTRACTO   PIC 9(05) VALUE ZERO.
002060*
002070 01  WS-MAX-MOVS                PIC 9(04) VALUE 2000.
002080*
002090 01  WS-MOV-CANT                PIC 9(04) VALUE ZERO.
002100*
002110 01  WS-IDX                     PIC 9(04) VALUE ZERO.
002120*
002130 01  WS-IDX2                    PIC 9(04) VALUE ZERO.
002140*
002150 01  WS-TABLA-MOVS.
002160     05  WS-MOV-ENT OCCURS 2000 TIMES.
002170         10  WS-TM-TIPO         PIC X(01).
002180         10  WS-TM-IMPORTE      PIC S9(8)V99.
002190         10  WS-TM-FECHA        PIC 9(08).
002200         10  WS-TM-NUMERO       PIC 9(09).
002210         10  WS-TM-NRO-ANULA    PIC 9(09).
002220         10  WS-TM-TIPO-ANULA   PIC X(01).
002230*
002240 01  WS-NETO-GRUPO              PIC S9(9)V99 VALUE ZERO.
002250*
002260 01  WS-SALDO-CORRIDO           PIC S9(9)V99 VALUE ZERO.
002270*
002280 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
002290*
002300 01  WS-MENSAJES.
002310     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
002320*
002330 01  WS-ENC-EXTRACTO.
002340     05  FILLER                 PIC X(28)
002350         VALUE 'EXTRACTO DE CUENTA - SOCIO '.
002360     05  WS-EE-COD              PIC 9(06).
002370*
002380 01  WS-ENC-PERIODO.
002390     05  FILLER                 PIC X(08) VALUE 'PERIODO '.
002400     05  WS-EP-PERIODO          PIC 9(06).
002410*
002420 01  WS-LINEA-SOCIO.
002430     05  FILLER                 PIC X(08) VALUE 'NOMBRE: '.
002440     05  WS-LS-NOM              PIC X(20).
002450     05  FILLER                 PIC X(02) VALUE SPACES.
002460     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
002470     05  WS-LS-FILIAL           PIC X(15).
002480*
002490 01  WS-LINEA-SALDO.
002500     05  WS-LB-ETIQUETA         PIC X(14).
002510     05  FILLER                 PIC X(26) VALUE SPACES.
002520     05  WS-LB-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002530*
002540 01  WS-LINEA-DET.
002550     05  WS-LD-FECHA.
002560         10  WS-LD-ANIO         PIC 9(04).
002570         10  FILLER             PIC X(01) VALUE '-'.
002580         10  WS-LD-MES          PIC 9(02).
002590         10  FILLER             PIC X(01) VALUE '-'.
002600         10  WS-LD-DIA          PIC 9(02).
002610     05  FILLER                 PIC X(02) VALUE SPACES.
002620     05  WS-LD-TIPO             PIC X(11).
002630     05  FILLER                 PIC X(02) VALUE SPACES.
002640     05  WS-LD-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
002650     05  FILLER                 PIC X(02) VALUE SPACES.
002660     05  WS-LD-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002670     05  FILLER                 PIC X(02) VALUE SPACES.
002680     05  WS-LD-NUMERO           PIC Z(09).
002690     05  FILLER                 PIC X(02) VALUE SPACES.
002700     05  WS-LD-REFER            PIC X(21).
002710*
002720 01  WS-REF-ANULA.
002730     05  FILLER                 PIC X(10) VALUE 'ANULA NRO '.
002740     05  WS-RA-NUMERO           PIC 9(09).
002750*
002760 01  WS-REF-ANULADO.
002770     05  FILLER                 PIC X(12) VALUE 'ANULADO POR '.
002780     05  WS-RD-NUMERO           PIC 9(09).
002790*
002800 01  WS-FECHA-AUX.
002810     05  WS-FA-ANIO             PIC 9(04).
002820     05  WS-FA-MES              PIC 9(02).
002830     05  WS-FA-DIA              PIC 9(02).
002840*
002850 01  WS-LINEA-AVISO.
002860     05  WS-LA-COD              PIC 9(06).
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  WS-LA-TEXTO            PIC X(40).
002890*
002900 01  WS-LINEA-RESUMEN.
002910     05  WS-LR-ETIQUETA         PIC X(30).
002920     05  WS-LR-CANT             PIC ZZ,ZZ9.
002930*
002940 PROCEDURE DIVISION.
002950*****************************************************************
002960 0000-MAINLINE.
002970*****************************************************************
002980     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002990     PERFORM 3000-ORDENAR THRU 3000-EXIT.
003000     PERFORM 4000-GENERAR-EXTRACTOS THRU 4000-EXIT.
003010     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003020     STOP RUN.
003030*
003040*****************************************************************
003050 1000-INICIALIZAR.
003060*****************************************************************
003070     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
003080     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
003090     IF WS-CTL-PERIODO NOT = ZERO
003100         PERFORM 1300-ABRIR-FOTO THRU 1300-EXIT
003110     END-IF.
003120     OPEN INPUT SOCIOS.
003130     IF WS-FS-SOCIOS NOT = '00'
003140         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
003150         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
003160         PERFORM 9900-ABEND-ARCHIVO
003170     END-IF.
003180     OPEN OUTPUT RPT-EXT.
003190     IF WS-FS-RPTEXT NOT = '00'
003200         MOVE 'RPT-EXT' TO WS-NOMBRE-ARCHIVO
003210         MOVE WS-FS-RPTEXT TO WS-FS-COMUN
003220         PERFORM 9900-ABEND-ARCHIVO
003230     END-IF.
003240 1000-EXIT.
003250     EXIT.
003260*
003270*****************************************************************
003280* 1100-LEER-CONTROL READS THE REQUEST CARD: 'F' + FILIAL CODE
003290* PRINTS EVERY MEMBER OF THAT FILIAL, 'S' + SOC-COD PRINTS ONE
003300* MEMBER. AN OPTIONAL TRAILING PERIOD (YYYYMM) RESTRICTS THE
003310* LISTED MOVEMENTS TO THOSE PROCESSED IN THAT PERIOD - THE
003320* SAME HIS-FEC-PROCESO CUT THE SOCPC01 ARCHIVE SPLIT AND THE
003330* SOCSN01 SNAPSHOTS USE, SO THE PAGE ROLLS FROM THE SNAPANT
003340* OPENING TO THE PERIOD'S OWN CLOSE. FOR A PAST MONTH THE JOB
003350* POINTS SOCIOMVH AT THE MATCHING ARCHIVE GENERATION. A
003360* MISSING CARD OR AN UNKNOWN MODE STOPS THE RUN.
003370*****************************************************************
003380 1100-LEER-CONTROL.
003390     OPEN INPUT EXT-CTL.
003400     IF WS-FS-CTL NOT = '00'
003410         MOVE 'EXT-CTL' TO WS-NOMBRE-ARCHIVO
003420         MOVE WS-FS-CTL TO WS-FS-COMUN
003430         PERFORM 9900-ABEND-ARCHIVO
003440     END-IF.
003450     READ EXT-CTL
003460         AT END
003470             DISPLAY 'SOCST01 - TARJETA DE CONTROL AUSENTE'
003480             MOVE 16 TO RETURN-CODE
003490             STOP RUN
003500     END-READ.
003510     MOVE STC-MODO TO WS-CTL-MODO.
003520     MOVE STC-FILIAL TO WS-CTL-FILIAL.
003530     MOVE STC-COD TO WS-CTL-COD.
003540     IF STC-PERIODO NUMERIC AND STC-PERIODO NOT = ZERO
003550         MOVE STC-PERIODO TO WS-CTL-PERIODO
003560     END-IF.
003570     CLOSE EXT-CTL.
003580     IF NOT WS-MODO-FILIAL AND NOT WS-MODO-SOCIO
003590         DISPLAY 'SOCST01 - MODO DE CONTROL INVALIDO: '
003600             WS-CTL-MODO
003610         MOVE 16 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640 1100-EXIT.
003650     EXIT.
003660*
003670*****************************************************************
003680* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
003690* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
003700* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
003710*****************************************************************
003720 1200-CARGAR-FILIALES.
003730     MOVE ZERO TO WS-FIL-CANT.
003740     OPEN INPUT FILIALES.
003750     IF WS-FS-FILMAE NOT = '00'
003760         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
003770         MOVE WS-FS-FILMAE TO WS-FS-COMUN
003780         PERFORM 9900-ABEND-ARCHIVO
003790     END-IF.
003800     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
003810         UNTIL WS-FIN-FILMAE.
003820     CLOSE FILIALES.
003830     IF WS-FIL-CANT = ZERO
003840         DISPLAY 'SOCST01 - ARCHIVO FILIALES VACIO'
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880 1200-EXIT.
003890     EXIT.
003900*
003910 1210-LEER-FILIAL.
003920     READ FILIALES
003930         AT END
003940             MOVE 'S' TO WS-SW-FIN-FILMAE
003950             GO TO 1210-EXIT
003960     END-READ.
003970     IF WS-FIL-CANT >= WS-FIL-MAX
003980         DISPLAY 'SOCST01 - TABLA DE FILIALES LLENA - MAX '
003990             WS-FIL-MAX
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     ADD 1 TO WS-FIL-CANT.
004040     SET FIL-IDX TO WS-FIL-CANT.
004050     MOVE FLM-COD TO FIL-COD (FIL-IDX).
004060     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
004070     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
004080     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
004090 1210-EXIT.
004100     EXIT.
004110*
004120*****************************************************************
004130* 1300-ABRIR-FOTO - PERIOD MODE ONLY: OPENS THE MONTH-END
004140* SNAPSHOT OF THE PERIOD BEFORE THE REQUESTED ONE (THE JOB
004150* POINTS SNAPANT AT THAT GENERATION) AND PRIMES THE LOOKAHEAD.
004160* THE SNAPSHOT IS IN SOC-COD ORDER, SAME AS BOTH MASTER
004170* SWEEPS, SO ONE FORWARD PASS ANCHORS EVERY PAGE'S OPENING
004180* BALANCE. A MISSING SNAPSHOT STOPS THE RUN - A PERIOD
004190* STATEMENT WITHOUT ITS OPENING WOULD MISSTATE BOTH SALDOS.
004200*****************************************************************
004210 1300-ABRIR-FOTO.
004220     OPEN INPUT SNAPSHOT.
004230     IF WS-FS-SNP NOT = '00'
004240         MOVE 'SNAPSHOT' TO WS-NOMBRE-ARCHIVO
004250         MOVE WS-FS-SNP TO WS-FS-COMUN
004260         PERFORM 9900-ABEND-ARCHIVO
004270     END-IF.
004280     PERFORM 1310-LEER-FOTO THRU 1310-EXIT.
004290 1300-EXIT.
004300     EXIT.
004310*
004320 1310-LEER-FOTO.
004330     READ SNAPSHOT
004340         AT END
004350             MOVE 'S' TO WS-SW-FIN-SNP
004360             MOVE 9999999 TO WS-COD-FOTO
004370             GO TO 1310-EXIT
004380     END-READ.
004390     MOVE SNP-COD TO WS-COD-FOTO.
004400 1310-EXIT.
004410     EXIT.
004420*
004430*****************************************************************
004440* 3000-ORDENAR SORTS THE MOVEMENT HISTORY BY MEMBER AND DATE
004450* INTO THE TRAB-ORD WORK FILE, WHICH 4000-GENERAR-EXTRACTOS
004460* THEN MERGES AGAINST THE MASTER BY SOC-COD.
004470*****************************************************************
004480 3000-ORDENAR.
004490     SORT ARCH-SORT ASCENDING KEY ST-COD ST-FECHA ST-NUMERO
004500         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
004510         GIVING TRAB-ORD.
004520     IF WS-FS-SORT NOT = '00'
004530         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
004540         MOVE WS-FS-SORT TO WS-FS-COMUN
004550         PERFORM 9900-ABEND-ARCHIVO
004560     END-IF.
004570 3000-EXIT.
004580     EXIT.
004590*
004600*****************************************************************
004610* PROCESO-ENTRADA - READS THE MOVEMENT HISTORY AND RELEASES THE
004620* MOVEMENTS TO THE SORT. IN SINGLE-MEMBER MODE ONLY THAT
004630* MEMBER'S MOVEMENTS ARE RELEASED; THE FILIAL FILTER NEEDS THE
004640* MASTER RECORD AND IS APPLIED ON THE MASTER SWEEP.
004650*****************************************************************
004660 6000-PROCESO-ENTRADA.
004670     OPEN INPUT MOV-HIST.
004680     IF WS-FS-HIST NOT = '00'
004690         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
004700         MOVE WS-FS-HIST TO WS-FS-COMUN
004710         PERFORM 9900-ABEND-ARCHIVO
004720     END-IF.
004730     PERFORM 6010-LEER-HIST THRU 6010-EXIT
004740         UNTIL WS-FIN-HIST.
004750     CLOSE MOV-HIST.
004760 6000-EXIT.
004770     EXIT.
004780*
004790 6010-LEER-HIST.
004800     READ MOV-HIST
004810         AT END
004820             MOVE 'S' TO WS-SW-FIN-HIST
004830             GO TO 6010-EXIT
004840     END-READ.
004850     IF WS-MODO-SOCIO AND HIS-COD NOT = WS-CTL-COD
004860         GO TO 6010-EXIT
004870     END-IF.
004880     IF WS-CTL-PERIODO NOT = ZERO
004890         DIVIDE HIS-FEC-PROCESO BY 100 GIVING WS-PERIODO-HIS
004900         IF WS-PERIODO-HIS NOT = WS-CTL-PERIODO
004910             GO TO 6010-EXIT
004920         END-IF
004930     END-IF.
004940     ADD 1 TO WS-CONT-MOVS.
004950     MOVE HIS-COD TO ST-COD.
004960     MOVE HIS-TIPO TO ST-TIPO.
004970     MOVE HIS-IMPORTE TO ST-IMPORTE.
004980     MOVE HIS-FECHA TO ST-FECHA.
004990     MOVE HIS-FILIAL TO ST-FILIAL.
005000     MOVE HIS-CAJERO TO ST-CAJERO.
005010     IF HIS-NUMERO NUMERIC
005020         MOVE HIS-NUMERO TO ST-NUMERO
005030         MOVE HIS-NRO-ANULA TO ST-NRO-ANULA
005040         MOVE HIS-TIPO-ANULA TO ST-TIPO-ANULA
005050     ELSE
005060         MOVE ZERO TO ST-NUMERO
005070         MOVE ZERO TO ST-NRO-ANULA
005080         MOVE SPACE TO ST-TIPO-ANULA
005090     END-IF.
005100     RELEASE ST-REG.
005110     IF WS-FS-SORT NOT = '00'
005120         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
005130         MOVE WS-FS-SORT TO WS-FS-COMUN
005140         PERFORM 9900-ABEND-ARCHIVO
005150     END-IF.
005160 6010-EXIT.
005170     EXIT.
005180*
005190*****************************************************************
005200* 4000-GENERAR-EXTRACTOS - THE MASTER DRIVES THE PAGES. MODE
005210* 'S' READS ONE MEMBER BY KEY; MODE 'F' SWEEPS THE MASTER IN
005220* KEY ORDER. BOTH STREAMS ASCEND BY SOC-COD, SO EACH MEMBER'S
005230* MOVEMENTS ARE GATHERED WITH A SINGLE FORWARD PASS OVER THE
005240* SORTED WORK FILE. ROWS LEFT BEHIND (DELETED MEMBERS, OTHER
005250* FILIALES) ARE COUNTED, NEVER SILENTLY DROPPED.
005260*****************************************************************
005270 4000-GENERAR-EXTRACTOS.
005280     OPEN INPUT TRAB-ORD.
005290     IF WS-FS-TRAB NOT = '00'
005300         MOVE 'TRAB-ORD' TO WS-NOMBRE-ARCHIVO
005310         MOVE WS-FS-TRAB TO WS-FS-COMUN
005320         PERFORM 9900-ABEND-ARCHIVO
005330     END-IF.
005340     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
005350     EVALUATE TRUE
005360         WHEN WS-MODO-SOCIO
005370             PERFORM 5000-EXTRACTO-UNICO THRU 5000-EXIT
005380         WHEN WS-MODO-FILIAL
005390             PERFORM 5500-RECORRER-FILIAL THRU 5500-EXIT
005400     END-EVALUATE.
005410     PERFORM 4020-DRENAR-TRAB THRU 4020-EXIT
005420         UNTIL WS-FIN-TRAB.
005430     CLOSE TRAB-ORD.
005440 4000-EXIT.
005450     EXIT.
005460*
005470 4010-LEER-TRAB.
005480     READ TRAB-ORD
005490         AT END
005500             MOVE 'S' TO WS-SW-FIN-TRAB
005510     END-READ.
005520 4010-EXIT.
005530     EXIT.
005540*
005550 4020-DRENAR-TRAB.
005560     ADD 1 TO WS-CONT-NO-LISTADOS.
005570     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
005580 4020-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620* 5000-EXTRACTO-UNICO - MODE 'S': ONE KEYED READ. A MEMBER NOT
005630* ON THE MASTER PRINTS AN EXPLICIT AVISO, NEVER A BLANK
005640* REPORT; A MEMBER WITH NO MOVEMENTS STILL GETS A PAGE.
005650*****************************************************************
005660 5000-EXTRACTO-UNICO.
005670     MOVE WS-CTL-COD TO SOC-COD.
005680     READ SOCIOS
005690         INVALID KEY
005700             ADD 1 TO WS-CONT-SIN-SOCIO
005710             MOVE WS-CTL-COD TO WS-LA-COD
005720             MOVE 'SOCIO NO EXISTE EN MAESTRO - SIN EXTRACTO'
005730                 TO WS-LA-TEXTO
005740             WRITE RPT-EXT-REG FROM WS-LINEA-AVISO
005750             GO TO 5000-EXIT
005760     END-READ.
005770     PERFORM 5100-JUNTAR-MOVS THRU 5100-EXIT.
005780     IF WS-MOV-EXCESO
005790         PERFORM 5120-AVISAR-EXCESO THRU 5120-EXIT
005800     ELSE
005810         PERFORM 5200-IMPRIMIR-EXTRACTO THRU 5200-EXIT
005820     END-IF.
005830 5000-EXIT.
005840     EXIT.
005850*
005860*****************************************************************
005870* 5500-RECORRER-FILIAL - MODE 'F': SWEEPS THE WHOLE MASTER IN
005880* KEY ORDER AND PRINTS A PAGE FOR EVERY MEMBER OF THE
005890* REQUESTED FILIAL, MOVEMENTS OR NOT.
005900*****************************************************************
005910 5500-RECORRER-FILIAL.
005920     MOVE ZERO TO SOC-COD.
005930     START SOCIOS KEY NOT < SOC-COD
005940         INVALID KEY
005950             MOVE 'S' TO WS-SW-FIN-SOCIOS
005960     END-START.
005970     PERFORM 5510-LEER-SOCIO THRU 5510-EXIT
005980         UNTIL WS-FIN-SOCIOS.
005990 5500-EXIT.
006000     EXIT.
006010*
006020 5510-LEER-SOCIO.
006030     READ SOCIOS NEXT RECORD
006040         AT END
006050             MOVE 'S' TO WS-SW-FIN-SOCIOS
006060             GO TO 5510-EXIT
006070     END-READ.
006080     IF WS-FS-SOCIOS NOT = '00'
006090         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
006100         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
006110         PERFORM 9900-ABEND-ARCHIVO
006120     END-IF.
006130     IF SOC-FILIAL NOT = WS-CTL-FILIAL
006140         ADD 1 TO WS-CONT-OMITIDOS
006150         GO TO 5510-EXIT
006160     END-IF.
006170     PERFORM 5100-JUNTAR-MOVS THRU 5100-EXIT.
006180     IF WS-MOV-EXCESO
006190         PERFORM 5120-AVISAR-EXCESO THRU 5120-EXIT
006200     ELSE
006210         PERFORM 5200-IMPRIMIR-EXTRACTO THRU 5200-EXIT
006220     END-IF.
006230 5510-EXIT.
006240     EXIT.
006250*
006260*****************************************************************
006270* 5100-JUNTAR-MOVS ADVANCES THE SORTED WORK FILE TO THE
006280* CURRENT MEMBER AND GATHERS THAT MEMBER'S MOVEMENTS INTO
006290* WS-TABLA-MOVS. ROWS FOR LOWER CODES BELONG TO MEMBERS NOT
006300* SELECTED (OTHER FILIALES, OR DELETED FROM THE MASTER) AND
006310* ARE COUNTED AS NOT LISTED. A MEMBER WITH MORE MOVEMENTS
006320* THAN THE TABLE HOLDS IS FLAGGED (WS-MOV-EXCESO) AND SKIPPED
006330* BY THE CALLER WITH AN AVISO - A TRUNCATED STATEMENT WOULD
006340* SHOW A FALSE OPENING BALANCE, BUT ONE OVERSIZE MEMBER MUST
006350* NOT STOP THE WHOLE FILIAL'S STATEMENTS.
006360*****************************************************************
006370 5100-JUNTAR-MOVS.
006380     MOVE ZERO TO WS-MOV-CANT.
006390     MOVE 'N' TO WS-SW-MOV-EXCESO.
006400     PERFORM 5110-AVANZAR-TRAB THRU 5110-EXIT
006410         UNTIL WS-FIN-TRAB OR TRB-COD > SOC-COD.
006420 5100-EXIT.
006430     EXIT.
006440*
006450 5110-AVANZAR-TRAB.
006460     IF TRB-COD < SOC-COD
006470         ADD 1 TO WS-CONT-NO-LISTADOS
006480         PERFORM 4010-LEER-TRAB THRU 4010-EXIT
006490         GO TO 5110-EXIT
006500     END-IF.
006510     IF WS-MOV-CANT >= WS-MAX-MOVS
006520         IF NOT WS-MOV-EXCESO
006530             MOVE 'S' TO WS-SW-MOV-EXCESO
006540             ADD WS-MOV-CANT TO WS-CONT-NO-LISTADOS
006550         END-IF
006560         ADD 1 TO WS-CONT-NO-LISTADOS
006570         PERFORM 4010-LEER-TRAB THRU 4010-EXIT
006580         GO TO 5110-EXIT
006590     END-IF.
006600     ADD 1 TO WS-MOV-CANT.
006610     MOVE TRB-TIPO TO WS-TM-TIPO (WS-MOV-CANT).
006620     MOVE TRB-IMPORTE TO WS-TM-IMPORTE (WS-MOV-CANT).
006630     MOVE TRB-FECHA TO WS-TM-FECHA (WS-MOV-CANT).
006640     MOVE TRB-NUMERO TO WS-TM-NUMERO (WS-MOV-CANT).
006650     MOVE TRB-NRO-ANULA TO WS-TM-NRO-ANULA (WS-MOV-CANT).
006660     MOVE TRB-TIPO-ANULA TO WS-TM-TIPO-ANULA (WS-MOV-CANT).
006670     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
006680 5110-EXIT.
006690     EXIT.
006700*
006710*****************************************************************
006720* 5120-AVISAR-EXCESO - THE MEMBER'S MOVEMENTS OVERFLOWED THE
006730* TABLE; AN EXPLICIT AVISO REPLACES THE PAGE SO THE COUNTER
006740* CLERK KNOWS TO PULL THE HISTORY BY HAND.
006750*****************************************************************
006760 5120-AVISAR-EXCESO.
006770     ADD 1 TO WS-CONT-SIN-EXTRACTO.
006780     MOVE SOC-COD TO WS-LA-COD.
006790     MOVE 'DEMASIADOS MOVIMIENTOS - SIN EXTRACTO'
006800         TO WS-LA-TEXTO.
006810     WRITE RPT-EXT-REG FROM WS-LINEA-AVISO.
006820 5120-EXIT.
006830     EXIT.
006840*
006850*****************************************************************
006860* 5200-IMPRIMIR-EXTRACTO PRINTS THE PAGE. A LIVE RUN BACKS THE
006870* GATHERED MOVEMENTS' NET EFFECT OUT OF SOC-SALDO TO GET THE
006880* OPENING BALANCE; A PERIOD RUN ANCHORS THE OPENING ON THE
006890* PRIOR PERIOD'S SNAPSHOT (5250-BUSCAR-FOTO) AND ROLLS
006900* FORWARD, SO THE SALDOS ARE THE PERIOD'S OWN. NO MOVEMENTS
006910* MEANS OPENING AND CLOSING EQUAL, WITH AN EXPLICIT SIN
006920* MOVIMIENTOS LINE.
006930*****************************************************************
006940 5200-IMPRIMIR-EXTRACTO.
006950     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
006960     MOVE ZERO TO WS-NETO-GRUPO.
006970     PERFORM 5210-ACUMULAR-NETO THRU 5210-EXIT
006980         VARYING WS-IDX FROM 1 BY 1
006990         UNTIL WS-IDX > WS-MOV-CANT.
007000     IF WS-CTL-PERIODO = ZERO
007010         COMPUTE WS-SALDO-CORRIDO = SOC-SALDO - WS-NETO-GRUPO
007020     ELSE
007030         PERFORM 5250-BUSCAR-FOTO THRU 5250-EXIT
007040         MOVE WS-SALDO-FOTO TO WS-SALDO-CORRIDO
007050     END-IF.
007060     IF WS-CONT-EXTRACTOS > ZERO
007070         MOVE SPACES TO RPT-EXT-REG
007080         WRITE RPT-EXT-REG
007090     END-IF.
007100     MOVE SOC-COD TO WS-EE-COD.
007110     WRITE RPT-EXT-REG FROM WS-ENC-EXTRACTO.
007120     IF WS-CTL-PERIODO NOT = ZERO
007130         MOVE WS-CTL-PERIODO TO WS-EP-PERIODO
007140         WRITE RPT-EXT-REG FROM WS-ENC-PERIODO
007150     END-IF.
007160     MOVE SOC-NOM TO WS-LS-NOM.
007170     MOVE WS-NOM-FILIAL TO WS-LS-FILIAL.
007180     WRITE RPT-EXT-REG FROM WS-LINEA-SOCIO.
007190     MOVE 'SALDO INICIAL' TO WS-LB-ETIQUETA.
007200     MOVE WS-SALDO-CORRIDO TO WS-LB-SALDO.
007210     WRITE RPT-EXT-REG FROM WS-LINEA-SALDO.
007220     IF WS-MOV-CANT = ZERO
007230         MOVE 'SIN MOVIMIENTOS EN LA HISTORIA' TO RPT-EXT-REG
007240         WRITE RPT-EXT-REG
007250     ELSE
007260         PERFORM 5220-IMPRIMIR-MOV THRU 5220-EXIT
007270             VARYING WS-IDX FROM 1 BY 1
007280             UNTIL WS-IDX > WS-MOV-CANT
007290     END-IF.
007300     MOVE 'SALDO FINAL' TO WS-LB-ETIQUETA.
007310     MOVE WS-SALDO-CORRIDO TO WS-LB-SALDO.
007320     WRITE RPT-EXT-REG FROM WS-LINEA-SALDO.
007330     ADD 1 TO WS-CONT-EXTRACTOS.
007340 5200-EXIT.
007350     EXIT.
007360*
007370*****************************************************************
007380* 5250-BUSCAR-FOTO - PERIOD MODE: ADVANCES THE SNAPSHOT STREAM
007390* TO THE CURRENT MEMBER AND TAKES ITS CLOSING BALANCE OF THE
007400* PRIOR PERIOD AS THIS STATEMENT'S OPENING. A MEMBER ABSENT
007410* FROM THE SNAPSHOT (JOINED DURING THE PERIOD) OPENS AT ZERO.
007420*****************************************************************
007430 5250-BUSCAR-FOTO.
007440     MOVE ZERO TO WS-SALDO-FOTO.
007450     PERFORM 5260-AVANZAR-FOTO THRU 5260-EXIT
007460         UNTIL WS-COD-FOTO NOT < SOC-COD.
007470     IF WS-COD-FOTO = SOC-COD
007480         MOVE SNP-SALDO TO WS-SALDO-FOTO
007490         PERFORM 1310-LEER-FOTO THRU 1310-EXIT
007500     END-IF.
007510 5250-EXIT.
007520     EXIT.
007530*
007540 5260-AVANZAR-FOTO.
007550     PERFORM 1310-LEER-FOTO THRU 1310-EXIT.
007560 5260-EXIT.
007570     EXIT.
007580*
007590 5210-ACUMULAR-NETO.
007600     EVALUATE WS-TM-TIPO (WS-IDX)
007610         WHEN 'D'
007620         WHEN 'P'
007630             SUBTRACT WS-TM-IMPORTE (WS-IDX) FROM WS-NETO-GRUPO
007640         WHEN 'R'
007650             IF WS-TM-TIPO-ANULA (WS-IDX) = 'D'
007660                 OR WS-TM-TIPO-ANULA (WS-IDX) = 'P'
007670                 ADD WS-TM-IMPORTE (WS-IDX) TO WS-NETO-GRUPO
007680             ELSE
007690                 SUBTRACT WS-TM-IMPORTE (WS-IDX)
007700                     FROM WS-NETO-GRUPO
007710             END-IF
007720         WHEN OTHER
007730             ADD WS-TM-IMPORTE (WS-IDX) TO WS-NETO-GRUPO
007740     END-EVALUATE.
007750 5210-EXIT.
007760     EXIT.
007770*
007780 5220-IMPRIMIR-MOV.
007790     MOVE WS-TM-FECHA (WS-IDX) TO WS-FECHA-AUX.
007800     MOVE WS-FA-ANIO TO WS-LD-ANIO.
007810     MOVE WS-FA-MES TO WS-LD-MES.
007820     MOVE WS-FA-DIA TO WS-LD-DIA.
007830     EVALUATE WS-TM-TIPO (WS-IDX)
007840         WHEN 'D'
007850             MOVE 'DEPOSITO' TO WS-LD-TIPO
007860             SUBTRACT WS-TM-IMPORTE (WS-IDX)
007870                 FROM WS-SALDO-CORRIDO
007880         WHEN 'P'
007890             MOVE 'PAGO' TO WS-LD-TIPO
007900             SUBTRACT WS-TM-IMPORTE (WS-IDX)
007910                 FROM WS-SALDO-CORRIDO
007920         WHEN 'C'
007930             MOVE 'CARGO' TO WS-LD-TIPO
007940             ADD WS-TM-IMPORTE (WS-IDX) TO WS-SALDO-CORRIDO
007950         WHEN 'A'
007960             MOVE 'AJUSTE' TO WS-LD-TIPO
007970             ADD WS-TM-IMPORTE (WS-IDX) TO WS-SALDO-CORRIDO
007980         WHEN 'R'
007990             MOVE 'REVERSO' TO WS-LD-TIPO
008000             IF WS-TM-TIPO-ANULA (WS-IDX) = 'D'
008010                 OR WS-TM-TIPO-ANULA (WS-IDX) = 'P'
008020                 ADD WS-TM-IMPORTE (WS-IDX) TO WS-SALDO-CORRIDO
008030             ELSE
008040                 SUBTRACT WS-TM-IMPORTE (WS-IDX)
008050                     FROM WS-SALDO-CORRIDO
008060             END-IF
008070         WHEN OTHER
008080             MOVE 'DESCONOCIDO' TO WS-LD-TIPO
008090     END-EVALUATE.
008100     MOVE WS-TM-IMPORTE (WS-IDX) TO WS-LD-IMPORTE.
008110     MOVE WS-SALDO-CORRIDO TO WS-LD-SALDO.
008120     MOVE WS-TM-NUMERO (WS-IDX) TO WS-LD-NUMERO.
008130     MOVE SPACES TO WS-LD-REFER.
008140     IF WS-TM-TIPO (WS-IDX) = 'R'
008150         MOVE WS-TM-NRO-ANULA (WS-IDX) TO WS-RA-NUMERO
008160         MOVE WS-REF-ANULA TO WS-LD-REFER
008170     ELSE
008180         IF WS-TM-NUMERO (WS-IDX) NOT = ZERO
008190             PERFORM 5230-BUSCAR-REVERSO THRU 5230-EXIT
008200                 VARYING WS-IDX2 FROM 1 BY 1
008210                 UNTIL WS-IDX2 > WS-MOV-CANT
008220         END-IF
008230     END-IF.
008240     WRITE RPT-EXT-REG FROM WS-LINEA-DET.
008250 5220-EXIT.
008260     EXIT.
008270*
008280*****************************************************************
008290* 5230-BUSCAR-REVERSO PAIRS A MOVEMENT WITH THE REVERSAL THAT
008300* CANCELLED IT, WHEN THAT REVERSAL IS ON THE SAME PAGE. A
008310* REVERSAL POSTED IN A LATER PERIOD SHOWS ON THAT PERIOD'S
008320* STATEMENT, WHERE ITS OWN LINE NAMES THE NUMBER IT CANCELS.
008330*****************************************************************
008340 5230-BUSCAR-REVERSO.
008350     IF WS-TM-TIPO (WS-IDX2) = 'R'
008360         AND WS-TM-NRO-ANULA (WS-IDX2) = WS-TM-NUMERO (WS-IDX)
008370         MOVE WS-TM-NUMERO (WS-IDX2) TO WS-RD-NUMERO
008380         MOVE WS-REF-ANULADO TO WS-LD-REFER
008390     END-IF.
008400 5230-EXIT.
008410     EXIT.
008420*
008430 6100-BUSCAR-FILIAL.
008440     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
008450     SET FIL-IDX TO 1.
008460     SEARCH FIL-ENTRY
008470         AT END
008480             CONTINUE
008490         WHEN FIL-COD (FIL-IDX) = SOC-FILIAL
008500             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
008510     END-SEARCH.
008520 6100-EXIT.
008530     EXIT.
008540*
008550*****************************************************************
008560 9000-FINALIZAR.
008570*****************************************************************
008580     MOVE SPACES TO RPT-EXT-REG.
008590     WRITE RPT-EXT-REG.
008600     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-EXT-REG.
008610     WRITE RPT-EXT-REG.
008620     MOVE 'MOVIMIENTOS LEIDOS' TO WS-LR-ETIQUETA.
008630     MOVE WS-CONT-MOVS TO WS-LR-CANT.
008640     WRITE RPT-EXT-REG FROM WS-LINEA-RESUMEN.
008650     MOVE 'EXTRACTOS IMPRESOS' TO WS-LR-ETIQUETA.
008660     MOVE WS-CONT-EXTRACTOS TO WS-LR-CANT.
008670     WRITE RPT-EXT-REG FROM WS-LINEA-RESUMEN.
008680     MOVE 'SOCIOS OMITIDOS POR FILTRO' TO WS-LR-ETIQUETA.
008690     MOVE WS-CONT-OMITIDOS TO WS-LR-CANT.
008700     WRITE RPT-EXT-REG FROM WS-LINEA-RESUMEN.
008710     MOVE 'SOCIOS SIN MAESTRO' TO WS-LR-ETIQUETA.
008720     MOVE WS-CONT-SIN-SOCIO TO WS-LR-CANT.
008730     WRITE RPT-EXT-REG FROM WS-LINEA-RESUMEN.
008740     MOVE 'MOVIMIENTOS NO LISTADOS' TO WS-LR-ETIQUETA.
008750     MOVE WS-CONT-NO-LISTADOS TO WS-LR-CANT.
008760     WRITE RPT-EXT-REG FROM WS-LINEA-RESUMEN.
008770     MOVE 'EXTRACTOS NO EMITIDOS' TO WS-LR-ETIQUETA.
008780     MOVE WS-CONT-SIN-EXTRACTO TO WS-LR-CANT.
008790     WRITE RPT-EXT-REG FROM WS-LINEA-RESUMEN.
008800     IF WS-CTL-PERIODO NOT = ZERO
008810         CLOSE SNAPSHOT
008820     END-IF.
008830     CLOSE SOCIOS.
008840     CLOSE RPT-EXT.
008850 9000-EXIT.
008860     EXIT.
008870*
008880*****************************************************************
008890 9900-ABEND-ARCHIVO.
008900*****************************************************************
008910     DISPLAY 'SOCST01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
008920     DISPLAY 'SOCST01 - FILE STATUS = ' WS-FS-COMUN.
008930     MOVE 16 TO RETURN-CODE.
008940     STOP RUN.
008950*
008960 END PROGRAM SOCST01.
