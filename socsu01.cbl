000010*****************************************************************
000020* PROGRAM:     SOCSU01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     BANK SUSPENSE WORK-OFF. LOADS EVERY ITEM OF THE
000070*              DAILY SOCBK01 SUSPENSE DROP (SOCIOSUS, COPY
000080*              SUSREG) ONTO THE STANDING INDEXED SUSPENSO
000090*              MASTER (COPY SUPREG) UNDER THE NEXT ITEM NUMBER,
000100*              THEN APPLIES THE CLERKS' RESOLUTION CARDS: 'A'
000110*              ASSIGNS THE RIGHT SOC-COD TO A PENDING ITEM AND
000120*              WRITES IT AS A 'P' PAYMENT INTO A BATCHED
000130*              SOCIOMOV DECK FOR THE EXISTING SOCMV01 POSTING
000140*              (CAJERO SUSPEN, THE SAME HEADER/TRAILER DRILL AS
000150*              THE SOCBK01 BANK DECK); 'D' MARKS THE ITEM FOR
000160*              REFUND TO THE PAYER. AN ASSIGNED ITEM STAYS
000170*              ASIGNADA UNTIL A LATER RUN FINDS ITS SUSPEN 'P'
000180*              POSTING ON THE MOVEMENT HISTORY (1400) - ONLY
000190*              THEN IS IT RESOLVED. AN ASSIGNMENT SOCMV01 NEVER
000200*              POSTED STAYS LISTED AND MAY BE ASSIGNED AGAIN ON
000210*              A LATER DAY. WHAT IS STILL OPEN PRINTS
000220*              AGED BY SUS-FECHA (THE BANK'S PAYMENT DATE, OR
000230*              THE LOAD DATE WHEN THE BANK DATE WAS THE REASON
000240*              FOR SUSPENSE) IN THE SOCAG01 30/60/90 BUCKETS.
000250*              THE DROP IS EMPTIED AS SOON AS IT IS LOADED, SO
000260*              A RERUN NEVER LOADS AN ITEM TWICE.
000270*              THE CONTROL PAGE PROVES OPEN AT START + LOADED
000280*              = RESOLVED + REFUNDED + OPEN AT CLOSE FOR THE
000290*              RUN, AND SUSPENSE IN = RESOLVED + REFUNDED +
000300*              STILL OPEN OVER THE WHOLE FILE; EITHER ONE OFF
000310*              ENDS THE RUN WITH A NONZERO RETURN CODE.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   15/10/2026 RCA   INITIAL VERSION.
000360*   15/10/2026 RCA   AN ASSIGNED ITEM NOW GOES TO 'A' (ASIGNADA)
000370*                    AND IS ONLY RESOLVED ONCE ITS POSTING IS
000380*                    FOUND ON SOCIOMVH OR THE LATEST ARCHIVE
000390*                    GENERATION (SOCIOMVA) - A DECK OR BATCH
000400*                    SOCMV01 REJECTED NO LONGER LEAVES THE ITEM
000410*                    RESOLVED WITH NOTHING POSTED. UNCONFIRMED
000420*                    ITEMS ARE LISTED AND MAY BE RE-ASSIGNED ON A
000430*                    LATER DAY; BOTH CONTROL EQUATIONS CARRY THEM.
000440*   15/10/2026 RCA   SOCIOMVA IS NOW THE ARCHIVE GDG BASE - EVERY
000450*                    GENERATION IS SEARCHED, NOT ONLY THE LATEST.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. SOCSU01.
000490 AUTHOR. R. CASTRO.
000500 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000510 DATE-WRITTEN. 15/10/2026.
000520 DATE-COMPILED.
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SUSPENSO      ASSIGN TO SOCIOSPM
000580         ORGANIZATION INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SUP-NUMERO
000610         FILE STATUS IS WS-FS-SUP.
000620     SELECT SOCIOS        ASSIGN TO SOCIOS
000630         ORGANIZATION INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS SOC-COD
000660         ALTERNATE RECORD KEY IS SOC-NOM
000670             WITH DUPLICATES
000680         FILE STATUS IS WS-FS-SOCIOS.
000690     SELECT BANCO-SUS     ASSIGN TO SOCIOSUS
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-SUS.
000720     SELECT RES-CARDS     ASSIGN TO SOCIORES
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-RES.
000750     SELECT SOCIOS-MOV    ASSIGN TO SOCIOMOV
000760         ORGANIZATION LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-MOV.
000780     SELECT MOV-ARCH      ASSIGN TO SOCIOMVA
000790         ORGANIZATION LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-ARCH.
000810     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000820         ORGANIZATION LINE SEQUENTIAL
000830         FILE STATUS IS WS-FS-HIST.
000840     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-CTL.
000870     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000880         FILE STATUS IS WS-FS-SORT.
000890     SELECT RPT-SU        ASSIGN TO RPTSU
000900         ORGANIZATION LINE SEQUENTIAL
000910         FILE STATUS IS WS-FS-RPTSU.
000920*
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  SUSPENSO.
000960     COPY supreg.
000970*
000980 FD  SOCIOS.
000990     COPY socreg.
001000*
001010 FD  BANCO-SUS.
001020     COPY susreg.
001030*
001040 FD  RES-CARDS.
001050 01  RES-REG.
001060     03  RES-TIPO               PIC X(01).
001070         88  RES-ASIGNAR                VALUE 'A'.
001080         88  RES-DEVOLVER               VALUE 'D'.
001090     03  RES-NUMERO             PIC 9(07).
001100     03  RES-COD                PIC 9(06).
001110*
001120 FD  SOCIOS-MOV.
001130     COPY movreg.
001140     COPY movlote.
001150*
001160 FD  MOV-ARCH.
001170 01  ARC-REG                    PIC X(61).
001180*
001190 FD  MOV-HIST.
001200 01  MVH-REG                    PIC X(61).
001210*
001220 FD  SOCIOS-CTL.
001230 01  CTL-REG.
001240     03  CTL-MODO               PIC X(01).
001250     03  CTL-REINICIO           PIC X(01).
001260     03  CTL-JOBID              PIC X(08).
001270*
001280 SD  ARCH-SORT.
001290 01  SS-REG.
001300     03  SS-FECHA-BASE          PIC 9(08).
001310     03  SS-NUMERO              PIC 9(07).
001320     03  SS-DIAS                PIC 9(04).
001330     03  SS-COD-BANCO           PIC X(06).
001340     03  SS-IMPORTE             PIC 9(08)V99.
001350     03  SS-REFER               PIC X(10).
001360     03  SS-MOTIVO              PIC X(02).
001370*
001380 FD  RPT-SU.
001390 01  RPT-SU-REG                 PIC X(110).
001400*
001410 WORKING-STORAGE SECTION.
001420*    BOTH HISTORY FILES ARE READ INTO THIS ONE LAYOUT.
001430     COPY movhist.
001440*
001450 01  WS-SWITCHES.
001460     05  WS-SW-FIN-SUP          PIC X(01) VALUE 'N'.
001470         88  WS-FIN-SUP                 VALUE 'S'.
001480     05  WS-SW-FIN-SUS          PIC X(01) VALUE 'N'.
001490         88  WS-FIN-SUS                 VALUE 'S'.
001500     05  WS-SW-FIN-RES          PIC X(01) VALUE 'N'.
001510         88  WS-FIN-RES                 VALUE 'S'.
001520     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
001530         88  WS-FIN-SORT                VALUE 'S'.
001540     05  WS-SW-FECHA-VALIDA     PIC X(01) VALUE 'N'.
001550         88  WS-FECHA-VALIDA            VALUE 'S'.
001560     05  WS-SW-FIN-ARCH         PIC X(01) VALUE 'N'.
001570         88  WS-FIN-ARCH                VALUE 'S'.
001580     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
001590         88  WS-FIN-HIST                VALUE 'S'.
001600     05  WS-SW-ERA-PENDIENTE    PIC X(01) VALUE 'N'.
001610         88  WS-ERA-PENDIENTE           VALUE 'S'.
001620     05  WS-SW-CUADRE           PIC X(01) VALUE 'S'.
001630         88  WS-CUADRE-OK               VALUE 'S'.
001640*
001650 01  WS-FS-SUP                  PIC X(02) VALUE '00'.
001660*
001670 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001680*
001690 01  WS-FS-SUS                  PIC X(02) VALUE '00'.
001700*
001710 01  WS-FS-RES                  PIC X(02) VALUE '00'.
001720*
001730 01  WS-FS-MOV                  PIC X(02) VALUE '00'.
001740*
001750 01  WS-FS-ARCH                 PIC X(02) VALUE '00'.
001760*
001770 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
001780*
001790 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001800*
001810 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001820*
001830 01  WS-FS-RPTSU                PIC X(02) VALUE '00'.
001840*
001850 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001860*
001870 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001880*
001890 01  WS-CTL-JOBID               PIC X(08) VALUE 'SOCSU01'.
001900*
001910 01  WS-CAJERO-SUSPENSO         PIC X(06) VALUE 'SUSPEN'.
001920*
001930 01  WS-FECHA-HOY.
001940     05  WS-FH-ANIO             PIC 9(04).
001950     05  WS-FH-MES              PIC 9(02).
001960     05  WS-FH-DIA              PIC 9(02).
001970*
001980 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001990*
002000 01  WS-HOY-INT                 PIC S9(09) VALUE ZERO.
002010*
002020 01  WS-FECHA-BASE              PIC 9(08) VALUE ZERO.
002030*
002040 01  WS-DIAS-CALC               PIC S9(09) VALUE ZERO.
002050*
002060 01  WS-ULT-NUMERO              PIC 9(07) VALUE ZERO.
002070*
002080 01  WS-RESULTADO               PIC X(26) VALUE SPACES.
002090*
002100 01  WS-CONTADORES.
002110     05  WS-CONT-INGRESADOS     PIC 9(05) VALUE ZERO.
002120     05  WS-CONT-TARJETAS       PIC 9(05) VALUE ZERO.
002130     05  WS-CONT-ASIGNADOS      PIC 9(05) VALUE ZERO.
002140     05  WS-CONT-DEVUELTOS      PIC 9(05) VALUE ZERO.
002150     05  WS-CONT-RECHAZADOS     PIC 9(05) VALUE ZERO.
002160     05  WS-CONT-LOTES          PIC 9(05) VALUE ZERO.
002170     05  WS-CONT-REASIGNADOS    PIC 9(05) VALUE ZERO.
002180     05  WS-CONT-CONFIRMADOS    PIC 9(05) VALUE ZERO.
002190     05  WS-CONT-SIN-CONFIRMAR  PIC 9(05) VALUE ZERO.
002200*
002210*    RUN EQUATION - OPEN AT START + LOADED = ASSIGNED + REFUNDED
002220*    + OPEN AT CLOSE. THE CLOSING FIGURE IS RECOUNTED FROM THE
002230*    FILE BY THE AGED LISTING, NOT DERIVED.
002240 01  WS-CORRIDA.
002250     05  WS-CO-CANT-INICIAL     PIC 9(07) VALUE ZERO.
002260     05  WS-CO-IMP-INICIAL      PIC S9(10)V99 VALUE ZERO.
002270     05  WS-CO-IMP-INGRESADO    PIC S9(10)V99 VALUE ZERO.
002280     05  WS-CO-IMP-ASIGNADO     PIC S9(10)V99 VALUE ZERO.
002290     05  WS-CO-IMP-DEVUELTO     PIC S9(10)V99 VALUE ZERO.
002300     05  WS-CO-CANT-FINAL       PIC 9(07) VALUE ZERO.
002310     05  WS-CO-IMP-FINAL        PIC S9(10)V99 VALUE ZERO.
002320*
002330*    ASSIGNMENTS AWAITING THEIR POSTING - ASIGNADA AT START LESS
002340*    CONFIRMED THIS RUN, PLUS THOSE ASSIGNED FROM PENDING, MUST
002350*    EQUAL THE ASIGNADA ITEMS RECOUNTED AT CLOSE.
002360     05  WS-CO-CANT-ASIG-INI    PIC 9(07) VALUE ZERO.
002370     05  WS-CO-IMP-ASIG-INI     PIC S9(10)V99 VALUE ZERO.
002380     05  WS-CO-IMP-CONFIRMADO   PIC S9(10)V99 VALUE ZERO.
002390*
002400*    FILE EQUATION - EVERY ITEM EVER LOADED = RESOLVED +
002410*    REFUNDED + STILL OPEN + ASIGNADA. AN ITEM IN ANY OTHER STATE
002420*    BREAKS IT.
002430 01  WS-ARCHIVO.
002440     05  WS-AR-CANT-TOTAL       PIC 9(07) VALUE ZERO.
002450     05  WS-AR-IMP-TOTAL        PIC S9(10)V99 VALUE ZERO.
002460     05  WS-AR-CANT-RESUELTO    PIC 9(07) VALUE ZERO.
002470     05  WS-AR-IMP-RESUELTO     PIC S9(10)V99 VALUE ZERO.
002480     05  WS-AR-CANT-DEVUELTO    PIC 9(07) VALUE ZERO.
002490     05  WS-AR-IMP-DEVUELTO     PIC S9(10)V99 VALUE ZERO.
002500     05  WS-AR-CANT-PENDIENTE   PIC 9(07) VALUE ZERO.
002510     05  WS-AR-IMP-PENDIENTE    PIC S9(10)V99 VALUE ZERO.
002520     05  WS-AR-CANT-ASIGNADA    PIC 9(07) VALUE ZERO.
002530     05  WS-AR-IMP-ASIGNADA     PIC S9(10)V99 VALUE ZERO.
002540*
002550 01  WS-TOTAL-CUADRE            PIC S9(10)V99 VALUE ZERO.
002560*
002570 01  WS-CANT-CUADRE             PIC 9(07) VALUE ZERO.
002580*
002590 01  WS-TOT-ANTIGUEDAD.
002600     05  WS-TA-CORRIENTE        PIC S9(10)V99 VALUE ZERO.
002610     05  WS-TA-TREINTA          PIC S9(10)V99 VALUE ZERO.
002620     05  WS-TA-SESENTA          PIC S9(10)V99 VALUE ZERO.
002630     05  WS-TA-NOVENTA          PIC S9(10)V99 VALUE ZERO.
002640*
002650 01  WS-LOTE-HASH               PIC S9(10)V99 VALUE ZERO.
002660*
002670*    WS-LOTE-MAX MUST NOT EXCEED THE 500-ENTRY BATCH TABLE THE
002680*    POSTING (SOCMV01) GATHERS EACH BATCH INTO.
002690 01  WS-LOTE-MAX                PIC 9(03) VALUE 500.
002700*
002710 01  WS-LOTE-CANT               PIC 9(05) VALUE ZERO.
002720*
002730 01  WS-ENC-INGRESOS.
002740     05  FILLER                 PIC X(40)
002750         VALUE 'PARTIDAS INGRESADAS DESDE SOCBK01'.
002760*
002770 01  WS-ENC-RESOLUCION.
002780     05  FILLER                 PIC X(40)
002790         VALUE 'TARJETAS DE RESOLUCION'.
002800*
002810 01  WS-ENC-ANTIGUEDAD.
002820     05  FILLER                 PIC X(40)
002830         VALUE 'PARTIDAS PENDIENTES POR ANTIGUEDAD'.
002840*
002850 01  WS-ENC-COLUMNAS.
002860     05  FILLER                 PIC X(07) VALUE 'PARTIDA'.
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  FILLER                 PIC X(08) VALUE 'FECHA'.
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  FILLER                 PIC X(05) VALUE ' DIAS'.
002910     05  FILLER                 PIC X(02) VALUE SPACES.
002920     05  FILLER                 PIC X(06) VALUE 'COD.'.
002930     05  FILLER                 PIC X(02) VALUE SPACES.
002940     05  FILLER                 PIC X(10) VALUE 'REFERENCIA'.
002950     05  FILLER                 PIC X(02) VALUE SPACES.
002960     05  FILLER                 PIC X(03) VALUE 'MOT'.
002970     05  FILLER                 PIC X(04) VALUE SPACES.
002980     05  FILLER                 PIC X(09) VALUE 'CORRIENTE'.
002990     05  FILLER                 PIC X(09) VALUE SPACES.
003000     05  FILLER                 PIC X(07) VALUE '30 DIAS'.
003010     05  FILLER                 PIC X(09) VALUE SPACES.
003020     05  FILLER                 PIC X(07) VALUE '60 DIAS'.
003030     05  FILLER                 PIC X(08) VALUE SPACES.
003040     05  FILLER                 PIC X(08) VALUE '90+ DIAS'.
003050*
003060 01  WS-LINEA-ING.
003070     05  WS-LI-NUMERO           PIC 9(07).
003080     05  FILLER                 PIC X(02) VALUE SPACES.
003090     05  WS-LI-COD              PIC X(06).
003100     05  FILLER                 PIC X(02) VALUE SPACES.
003110     05  WS-LI-IMPORTE          PIC ZZ,ZZZ,ZZ9.99.
003120     05  FILLER                 PIC X(02) VALUE SPACES.
003130     05  WS-LI-FECHA            PIC X(08).
003140     05  FILLER                 PIC X(02) VALUE SPACES.
003150     05  WS-LI-REFER            PIC X(10).
003160     05  FILLER                 PIC X(02) VALUE SPACES.
003170     05  WS-LI-MOTIVO           PIC X(02).
003180*
003190 01  WS-LINEA-RES.
003200     05  WS-LS-TIPO             PIC X(10).
003210     05  FILLER                 PIC X(02) VALUE SPACES.
003220     05  WS-LS-NUMERO           PIC 9(07).
003230     05  FILLER                 PIC X(02) VALUE SPACES.
003240     05  WS-LS-COD              PIC 9(06).
003250     05  FILLER                 PIC X(02) VALUE SPACES.
003260     05  WS-LS-IMPORTE          PIC ZZ,ZZZ,ZZ9.99.
003270     05  FILLER                 PIC X(02) VALUE SPACES.
003280     05  WS-LS-RESULTADO        PIC X(26).
003290*
003300 01  WS-LINEA-DET.
003310     05  WS-LD-NUMERO           PIC 9(07).
003320     05  FILLER                 PIC X(02) VALUE SPACES.
003330     05  WS-LD-FECHA            PIC 9(08).
003340     05  FILLER                 PIC X(02) VALUE SPACES.
003350     05  WS-LD-DIAS             PIC ZZZZ9.
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  WS-LD-COD              PIC X(06).
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  WS-LD-REFER            PIC X(10).
003400     05  FILLER                 PIC X(02) VALUE SPACES.
003410     05  WS-LD-MOTIVO           PIC X(02).
003420     05  FILLER                 PIC X(01) VALUE SPACES.
003430     05  WS-LD-CORRIENTE        PIC ZZ,ZZZ,ZZ9.99 BLANK ZERO.
003440     05  FILLER                 PIC X(03) VALUE SPACES.
003450     05  WS-LD-TREINTA          PIC ZZ,ZZZ,ZZ9.99 BLANK ZERO.
003460     05  FILLER                 PIC X(03) VALUE SPACES.
003470     05  WS-LD-SESENTA          PIC ZZ,ZZZ,ZZ9.99 BLANK ZERO.
003480     05  FILLER                 PIC X(03) VALUE SPACES.
003490     05  WS-LD-NOVENTA          PIC ZZ,ZZZ,ZZ9.99 BLANK ZERO.
003500*
003510 01  WS-LINEA-TOT.
003520     05  WS-LT-ETIQUETA         PIC X(48).
003530     05  WS-LT-CORRIENTE        PIC ZZZ,ZZZ,ZZ9.99.
003540     05  FILLER                 PIC X(02) VALUE SPACES.
003550     05  WS-LT-TREINTA          PIC ZZZ,ZZZ,ZZ9.99.
003560     05  FILLER                 PIC X(02) VALUE SPACES.
003570     05  WS-LT-SESENTA          PIC ZZZ,ZZZ,ZZ9.99.
003580     05  FILLER                 PIC X(02) VALUE SPACES.
003590     05  WS-LT-NOVENTA          PIC ZZZ,ZZZ,ZZ9.99.
003600*
003610*    ASSIGNED ITEMS STILL WAITING FOR THEIR POSTING, LOADED AT
003620*    START AND MATCHED AGAINST THE MOVEMENT HISTORY (1400).
003630 01  WS-TABLA-ASIGNADAS.
003640     05  WS-AS-CANT             PIC 9(05) VALUE ZERO.
003650     05  WS-AS-MAX              PIC 9(05) VALUE 2000.
003660     05  WS-AS-ENT OCCURS 1 TO 2000 TIMES
003670             DEPENDING ON WS-AS-CANT
003680             INDEXED BY AS-IDX.
003690         10  WS-AS-NUMERO       PIC 9(07).
003700         10  WS-AS-COD          PIC 9(06).
003710         10  WS-AS-IMPORTE      PIC 9(08)V99.
003720         10  WS-AS-FEC-RESOL    PIC 9(08).
003730         10  WS-AS-CONFIRMADA   PIC X(01).
003740*
003750 01  WS-ENC-SIN-CONFIRMAR.
003760     05  FILLER                 PIC X(44)
003770         VALUE 'PARTIDAS ASIGNADAS SIN POSTEO CONFIRMADO'.
003780*
003790 01  WS-LINEA-ASIG.
003800     05  WS-LA-NUMERO           PIC 9(07).
003810     05  FILLER                 PIC X(02) VALUE SPACES.
003820     05  WS-LA-COD              PIC 9(06).
003830     05  FILLER                 PIC X(02) VALUE SPACES.
003840     05  WS-LA-IMPORTE          PIC ZZ,ZZZ,ZZ9.99.
003850     05  FILLER                 PIC X(02) VALUE SPACES.
003860     05  WS-LA-FEC-RESOL        PIC 9(08).
003870*
003880 01  WS-LINEA-CONTROL.
003890     05  WS-LC-ETIQUETA         PIC X(34).
003900     05  WS-LC-CANT             PIC Z,ZZZ,ZZ9.
003910     05  FILLER                 PIC X(02) VALUE SPACES.
003920     05  WS-LC-IMPORTE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
003930*
003940 01  WS-LINEA-RESUMEN.
003950     05  WS-LR-ETIQUETA         PIC X(30).
003960     05  WS-LR-CANT             PIC ZZ,ZZ9.
003970*
003980 PROCEDURE DIVISION.
003990*****************************************************************
004000 0000-MAINLINE.
004010*****************************************************************
004020     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004030     PERFORM 2000-INGRESAR-PARTIDA THRU 2000-EXIT
004040         UNTIL WS-FIN-SUS.
004050     PERFORM 2900-VACIAR-DIARIO THRU 2900-EXIT.
004060     PERFORM 3000-APLICAR-RESOLUCION THRU 3000-EXIT
004070         UNTIL WS-FIN-RES.
004080     PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT.
004090     PERFORM 4000-ORDENAR THRU 4000-EXIT.
004100     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004110     STOP RUN.
004120*
004130*****************************************************************
004140 1000-INICIALIZAR.
004150*****************************************************************
004160     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
004170     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
004180     COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM).
004190     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
004200     OPEN I-O SUSPENSO.
004210     IF WS-FS-SUP = '35'
004220         CLOSE SUSPENSO
004230         OPEN OUTPUT SUSPENSO
004240         IF WS-FS-SUP NOT = '00'
004250             MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
004260             MOVE WS-FS-SUP TO WS-FS-COMUN
004270             PERFORM 9900-ABEND-ARCHIVO
004280         END-IF
004290         CLOSE SUSPENSO
004300         OPEN I-O SUSPENSO
004310     END-IF.
004320     IF WS-FS-SUP NOT = '00'
004330         MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
004340         MOVE WS-FS-SUP TO WS-FS-COMUN
004350         PERFORM 9900-ABEND-ARCHIVO
004360     END-IF.
004370     OPEN INPUT SOCIOS.
004380     IF WS-FS-SOCIOS NOT = '00'
004390         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
004400         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
004410         PERFORM 9900-ABEND-ARCHIVO
004420     END-IF.
004430     OPEN INPUT BANCO-SUS.
004440     IF WS-FS-SUS = '35'
004450         MOVE 'S' TO WS-SW-FIN-SUS
004460     ELSE
004470         IF WS-FS-SUS NOT = '00'
004480             MOVE 'BANCO-SUS' TO WS-NOMBRE-ARCHIVO
004490             MOVE WS-FS-SUS TO WS-FS-COMUN
004500             PERFORM 9900-ABEND-ARCHIVO
004510         END-IF
004520     END-IF.
004530     OPEN INPUT RES-CARDS.
004540     IF WS-FS-RES = '35'
004550         MOVE 'S' TO WS-SW-FIN-RES
004560     ELSE
004570         IF WS-FS-RES NOT = '00'
004580             MOVE 'RES-CARDS' TO WS-NOMBRE-ARCHIVO
004590             MOVE WS-FS-RES TO WS-FS-COMUN
004600             PERFORM 9900-ABEND-ARCHIVO
004610         END-IF
004620     END-IF.
004630     OPEN OUTPUT SOCIOS-MOV.
004640     IF WS-FS-MOV NOT = '00'
004650         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
004660         MOVE WS-FS-MOV TO WS-FS-COMUN
004670         PERFORM 9900-ABEND-ARCHIVO
004680     END-IF.
004690     OPEN OUTPUT RPT-SU.
004700     IF WS-FS-RPTSU NOT = '00'
004710         MOVE 'RPT-SU' TO WS-NOMBRE-ARCHIVO
004720         MOVE WS-FS-RPTSU TO WS-FS-COMUN
004730         PERFORM 9900-ABEND-ARCHIVO
004740     END-IF.
004750     MOVE 'SUSPENSO BANCARIO - DEPURACION DE PARTIDAS'
004760         TO RPT-SU-REG.
004770     WRITE RPT-SU-REG.
004780     MOVE SPACES TO RPT-SU-REG.
004790     WRITE RPT-SU-REG.
004800     PERFORM 1200-SALDO-INICIAL THRU 1200-EXIT.
004810     PERFORM 1400-CONFIRMAR-ASIGNADAS THRU 1400-EXIT.
004820     PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT.
004830     WRITE RPT-SU-REG FROM WS-ENC-INGRESOS.
004840 1000-EXIT.
004850     EXIT.
004860*
004870*****************************************************************
004880* 1100-LEER-CONTROL PICKS UP THE JOB ID FROM THE SAME OPTIONAL
004890* SOCIOCTL CARD THE CHAIN PROGRAMS READ - IT IS STAMPED ON
004900* EVERY ITEM THIS RUN LOADS OR RESOLVES. NO CARD, OR A BLANK
004910* JOB ID, LEAVES THE PROGRAM-NAME DEFAULT.
004920*****************************************************************
004930 1100-LEER-CONTROL.
004940     OPEN INPUT SOCIOS-CTL.
004950     IF WS-FS-CTL = '00'
004960        READ SOCIOS-CTL
004970            AT END
004980                CONTINUE
004990        END-READ
005000        IF WS-FS-CTL = '00' AND CTL-JOBID NOT = SPACE
005010            MOVE CTL-JOBID TO WS-CTL-JOBID
005020        END-IF
005030        CLOSE SOCIOS-CTL
005040     END-IF.
005050 1100-EXIT.
005060     EXIT.
005070*
005080*****************************************************************
005090* 1200-SALDO-INICIAL SWEEPS THE STANDING MASTER ONCE BEFORE ANY
005100* UPDATE: THE HIGHEST ITEM NUMBER ON FILE (NEW ITEMS NUMBER ON
005110* FROM IT) AND THE COUNT AND AMOUNT STILL OPEN AT START, THE
005120* FIRST TERM OF THE RUN EQUATION - AND LOADS EVERY ITEM STILL
005130* AWAITING CONFIRMATION OF ITS POSTING INTO THE TABLE.
005140*****************************************************************
005150 1200-SALDO-INICIAL.
005160     MOVE 'N' TO WS-SW-FIN-SUP.
005170     MOVE ZERO TO SUP-NUMERO.
005180     START SUSPENSO KEY NOT < SUP-NUMERO
005190         INVALID KEY
005200             MOVE 'S' TO WS-SW-FIN-SUP
005210     END-START.
005220     PERFORM 1210-LEER-PARTIDA THRU 1210-EXIT
005230         UNTIL WS-FIN-SUP.
005240 1200-EXIT.
005250     EXIT.
005260*
005270 1210-LEER-PARTIDA.
005280     READ SUSPENSO NEXT RECORD
005290         AT END
005300             MOVE 'S' TO WS-SW-FIN-SUP
005310             GO TO 1210-EXIT
005320     END-READ.
005330     IF WS-FS-SUP NOT = '00'
005340         MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
005350         MOVE WS-FS-SUP TO WS-FS-COMUN
005360         PERFORM 9900-ABEND-ARCHIVO
005370     END-IF.
005380     MOVE SUP-NUMERO TO WS-ULT-NUMERO.
005390     IF SUP-ASIGNADA
005400         PERFORM 1220-CARGAR-ASIGNADA THRU 1220-EXIT
005410     END-IF.
005420     IF SUP-PENDIENTE
005430         ADD 1 TO WS-CO-CANT-INICIAL
005440         ADD SUP-IMPORTE TO WS-CO-IMP-INICIAL
005450     END-IF.
005460 1210-EXIT.
005470     EXIT.
005480*
005490 1220-CARGAR-ASIGNADA.
005500     IF WS-AS-CANT >= WS-AS-MAX
005510         DISPLAY 'SOCSU01 - TABLA DE ASIGNADAS LLENA - MAX '
005520             WS-AS-MAX
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560     ADD 1 TO WS-AS-CANT.
005570     MOVE SUP-NUMERO TO WS-AS-NUMERO (WS-AS-CANT).
005580     MOVE SUP-COD-ASIGNADO TO WS-AS-COD (WS-AS-CANT).
005590     MOVE SUP-IMPORTE TO WS-AS-IMPORTE (WS-AS-CANT).
005600     MOVE SUP-FEC-RESOL TO WS-AS-FEC-RESOL (WS-AS-CANT).
005610     MOVE 'N' TO WS-AS-CONFIRMADA (WS-AS-CANT).
005620     ADD 1 TO WS-CO-CANT-ASIG-INI.
005630     ADD SUP-IMPORTE TO WS-CO-IMP-ASIG-INI.
005640 1220-EXIT.
005650     EXIT.
005660*
005670*****************************************************************
005680* 1300-ABRIR-LOTE WRITES A '*LOTEC' BATCH HEADER. FILIAL ZERO
005690* (THE RESOLVED ITEMS SPAN EVERY SUCURSAL; EACH CARD CARRIES
005700* THE ASSIGNED MEMBER'S OWN FILIAL), CAJERO SUSPEN.
005710*****************************************************************
005720 1300-ABRIR-LOTE.
005730     ADD 1 TO WS-CONT-LOTES.
005740     MOVE ZERO TO WS-LOTE-CANT.
005750     MOVE ZERO TO WS-LOTE-HASH.
005760     MOVE '*LOTEC' TO LOT-MARCA.
005770     MOVE ZERO TO LOT-FILIAL.
005780     MOVE WS-CAJERO-SUSPENSO TO LOT-CAJERO.
005790     MOVE ZERO TO LOT-CANT.
005800     MOVE ZERO TO LOT-HASH.
005810     WRITE LOT-REG.
005820     IF WS-FS-MOV NOT = '00'
005830         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
005840         MOVE WS-FS-MOV TO WS-FS-COMUN
005850         PERFORM 9900-ABEND-ARCHIVO
005860     END-IF.
005870 1300-EXIT.
005880     EXIT.
005890*
005900*****************************************************************
005910* 1400-CONFIRMAR-ASIGNADAS LOOKS FOR THE POSTING OF EVERY ITEM
005920* STILL ASIGNADA: A 'P' FROM CAJERO SUSPEN FOR THE ASSIGNED
005930* MEMBER AND THE ITEM'S AMOUNT, PROCESSED ON OR AFTER THE DAY
005940* OF THE ASSIGNMENT. THE ARCHIVE (ALL GENERATIONS) IS READ TOO,
005950* SO A PERIOD CUT BY SOCPC01 SINCE THE LAST RUN IS NOT MISSED.
005960* EACH POSTING CONFIRMS ONE ITEM ONLY. A CONFIRMED ITEM IS
005970* RESOLVED; THE REST WAIT FOR THE NEXT RUN.
005980*****************************************************************
005990 1400-CONFIRMAR-ASIGNADAS.
006000     IF WS-AS-CANT = ZERO
006010         GO TO 1400-EXIT
006020     END-IF.
006030     OPEN INPUT MOV-ARCH.
006040     IF WS-FS-ARCH NOT = '00'
006050         MOVE 'MOV-ARCH' TO WS-NOMBRE-ARCHIVO
006060         MOVE WS-FS-ARCH TO WS-FS-COMUN
006070         PERFORM 9900-ABEND-ARCHIVO
006080     END-IF.
006090     PERFORM 1410-LEER-ARCH THRU 1410-EXIT
006100         UNTIL WS-FIN-ARCH.
006110     CLOSE MOV-ARCH.
006120     OPEN INPUT MOV-HIST.
006130     IF WS-FS-HIST NOT = '00'
006140         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
006150         MOVE WS-FS-HIST TO WS-FS-COMUN
006160         PERFORM 9900-ABEND-ARCHIVO
006170     END-IF.
006180     PERFORM 1420-LEER-HIST THRU 1420-EXIT
006190         UNTIL WS-FIN-HIST.
006200     CLOSE MOV-HIST.
006210     PERFORM 1440-RESOLVER-CONFIRMADA THRU 1440-EXIT
006220         VARYING AS-IDX FROM 1 BY 1
006230         UNTIL AS-IDX > WS-AS-CANT.
006240 1400-EXIT.
006250     EXIT.
006260*
006270 1410-LEER-ARCH.
006280     READ MOV-ARCH INTO HIS-REG
006290         AT END
006300             MOVE 'S' TO WS-SW-FIN-ARCH
006310             GO TO 1410-EXIT
006320     END-READ.
006330     PERFORM 1430-BUSCAR-ASIGNADA THRU 1430-EXIT.
006340 1410-EXIT.
006350     EXIT.
006360*
006370 1420-LEER-HIST.
006380     READ MOV-HIST INTO HIS-REG
006390         AT END
006400             MOVE 'S' TO WS-SW-FIN-HIST
006410             GO TO 1420-EXIT
006420     END-READ.
006430     PERFORM 1430-BUSCAR-ASIGNADA THRU 1430-EXIT.
006440 1420-EXIT.
006450     EXIT.
006460*
006470 1430-BUSCAR-ASIGNADA.
006480     IF HIS-TIPO NOT = 'P'
006490             OR HIS-CAJERO NOT = WS-CAJERO-SUSPENSO
006500         GO TO 1430-EXIT
006510     END-IF.
006520     SET AS-IDX TO 1.
006530     SEARCH WS-AS-ENT
006540         AT END
006550             CONTINUE
006560         WHEN WS-AS-CONFIRMADA (AS-IDX) = 'N'
006570              AND WS-AS-COD (AS-IDX) = HIS-COD
006580              AND WS-AS-IMPORTE (AS-IDX) = HIS-IMPORTE
006590              AND WS-AS-FEC-RESOL (AS-IDX) NOT > HIS-FEC-PROCESO
006600             MOVE 'S' TO WS-AS-CONFIRMADA (AS-IDX)
006610     END-SEARCH.
006620 1430-EXIT.
006630     EXIT.
006640*
006650 1440-RESOLVER-CONFIRMADA.
006660     IF WS-AS-CONFIRMADA (AS-IDX) NOT = 'S'
006670         GO TO 1440-EXIT
006680     END-IF.
006690     MOVE WS-AS-NUMERO (AS-IDX) TO SUP-NUMERO.
006700     READ SUSPENSO
006710         INVALID KEY
006720             MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
006730             MOVE WS-FS-SUP TO WS-FS-COMUN
006740             PERFORM 9900-ABEND-ARCHIVO
006750     END-READ.
006760     MOVE 'R' TO SUP-ESTADO.
006770     REWRITE SUP-REG
006780         INVALID KEY
006790             MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
006800             MOVE WS-FS-SUP TO WS-FS-COMUN
006810             PERFORM 9900-ABEND-ARCHIVO
006820     END-REWRITE.
006830     ADD 1 TO WS-CONT-CONFIRMADOS.
006840     ADD SUP-IMPORTE TO WS-CO-IMP-CONFIRMADO.
006850 1440-EXIT.
006860     EXIT.
006870*
006880*****************************************************************
006890* 2000-INGRESAR-PARTIDA LOADS ONE ITEM OF THE DAILY DROP ONTO
006900* THE STANDING MASTER UNDER THE NEXT ITEM NUMBER, PENDING. AN
006910* UNREADABLE BANK AMOUNT LOADS AS ZERO, THE SAME VALUE SOCBK01
006920* COUNTED IT AT, SO BOTH PROGRAMS' CONTROLS AGREE. THE LISTING
006930* GIVES THE CLERKS THE NUMBER TO PUNCH ON THE RESOLUTION CARD.
006940*****************************************************************
006950 2000-INGRESAR-PARTIDA.
006960     READ BANCO-SUS
006970         AT END
006980             MOVE 'S' TO WS-SW-FIN-SUS
006990             GO TO 2000-EXIT
007000     END-READ.
007010     ADD 1 TO WS-ULT-NUMERO.
007020     MOVE WS-ULT-NUMERO TO SUP-NUMERO.
007030     MOVE 'P' TO SUP-ESTADO.
007040     MOVE SUS-COD TO SUP-COD-BANCO.
007050     IF SUS-IMPORTE NUMERIC
007060         MOVE SUS-IMPORTE-NUM TO SUP-IMPORTE
007070     ELSE
007080         MOVE ZERO TO SUP-IMPORTE
007090     END-IF.
007100     MOVE SUS-FECHA TO SUP-FECHA.
007110     MOVE SUS-REFER TO SUP-REFER.
007120     MOVE SUS-MOTIVO TO SUP-MOTIVO.
007130     MOVE WS-HOY-NUM TO SUP-FEC-INGRESO.
007140     MOVE ZERO TO SUP-COD-ASIGNADO.
007150     MOVE ZERO TO SUP-FEC-RESOL.
007160     MOVE WS-CTL-JOBID TO SUP-JOBID.
007170     WRITE SUP-REG
007180         INVALID KEY
007190             MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
007200             MOVE WS-FS-SUP TO WS-FS-COMUN
007210             PERFORM 9900-ABEND-ARCHIVO
007220     END-WRITE.
007230     ADD 1 TO WS-CONT-INGRESADOS.
007240     ADD SUP-IMPORTE TO WS-CO-IMP-INGRESADO.
007250     MOVE SUP-NUMERO TO WS-LI-NUMERO.
007260     MOVE SUP-COD-BANCO TO WS-LI-COD.
007270     MOVE SUP-IMPORTE TO WS-LI-IMPORTE.
007280     MOVE SUP-FECHA TO WS-LI-FECHA.
007290     MOVE SUP-REFER TO WS-LI-REFER.
007300     MOVE SUP-MOTIVO TO WS-LI-MOTIVO.
007310     WRITE RPT-SU-REG FROM WS-LINEA-ING.
007320 2000-EXIT.
007330     EXIT.
007340*
007350*****************************************************************
007360* 2900-VACIAR-DIARIO EMPTIES THE DAILY DROP ONCE EVERY ITEM IS
007370* ON THE STANDING MASTER, SO A RERUN OF THIS JOB (OR THE NEXT
007380* SOCBK01 EXTEND) CAN NEVER LOAD THE SAME ITEM TWICE. A DROP
007390* THAT WAS NEVER CREATED IS LEFT ALONE.
007400*****************************************************************
007410 2900-VACIAR-DIARIO.
007420     IF WS-FS-SUS = '35'
007430         GO TO 2900-EXIT
007440     END-IF.
007450     CLOSE BANCO-SUS.
007460     OPEN OUTPUT BANCO-SUS.
007470     IF WS-FS-SUS NOT = '00'
007480         MOVE 'BANCO-SUS' TO WS-NOMBRE-ARCHIVO
007490         MOVE WS-FS-SUS TO WS-FS-COMUN
007500         PERFORM 9900-ABEND-ARCHIVO
007510     END-IF.
007520     CLOSE BANCO-SUS.
007530 2900-EXIT.
007540     EXIT.
007550*
007560*****************************************************************
007570* 3000-APLICAR-RESOLUCION READS ONE CLERK'S CARD. THE ITEM MUST
007580* BE ON FILE AND STILL PENDING - OR, FOR AN ASSIGNMENT, ASIGNADA
007590* ON AN EARLIER DAY WITH NO POSTING FOUND (SOCMV01 REJECTED IT),
007600* WHICH IS ASSIGNED AGAIN; AN ASSIGNMENT ALSO NEEDS THE
007610* MEMBER ON THE SOCIOS MASTER AND A READABLE AMOUNT (AN ITEM
007620* WHOSE AMOUNT THE BANK GARBLED CAN ONLY GO BACK TO THE PAYER).
007630* A BAD CARD PRINTS WITH ITS MOTIVE AND THE RUN GOES ON.
007640*****************************************************************
007650 3000-APLICAR-RESOLUCION.
007660     READ RES-CARDS
007670         AT END
007680             MOVE 'S' TO WS-SW-FIN-RES
007690             GO TO 3000-EXIT
007700     END-READ.
007710     ADD 1 TO WS-CONT-TARJETAS.
007720     IF WS-CONT-TARJETAS = 1
007730         MOVE SPACES TO RPT-SU-REG
007740         WRITE RPT-SU-REG
007750         WRITE RPT-SU-REG FROM WS-ENC-RESOLUCION
007760     END-IF.
007770     MOVE SPACES TO WS-RESULTADO.
007780     MOVE ZERO TO WS-LS-IMPORTE.
007790     PERFORM 3100-VALIDAR-RESOLUCION THRU 3100-EXIT.
007800     IF WS-RESULTADO NOT = SPACES
007810         ADD 1 TO WS-CONT-RECHAZADOS
007820         PERFORM 3900-IMPRIMIR-RESOLUCION THRU 3900-EXIT
007830         GO TO 3000-EXIT
007840     END-IF.
007850     IF RES-ASIGNAR
007860         PERFORM 3200-ASIGNAR-SOCIO THRU 3200-EXIT
007870     ELSE
007880         PERFORM 3300-DEVOLVER-PAGO THRU 3300-EXIT
007890     END-IF.
007900     MOVE WS-HOY-NUM TO SUP-FEC-RESOL.
007910     MOVE WS-CTL-JOBID TO SUP-JOBID.
007920     REWRITE SUP-REG
007930         INVALID KEY
007940             MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
007950             MOVE WS-FS-SUP TO WS-FS-COMUN
007960             PERFORM 9900-ABEND-ARCHIVO
007970     END-REWRITE.
007980     PERFORM 3900-IMPRIMIR-RESOLUCION THRU 3900-EXIT.
007990 3000-EXIT.
008000     EXIT.
008010*
008020 3100-VALIDAR-RESOLUCION.
008030     IF NOT RES-ASIGNAR AND NOT RES-DEVOLVER
008040         MOVE 'TIPO DE TARJETA DESCONOCIDO' TO WS-RESULTADO
008050         GO TO 3100-EXIT
008060     END-IF.
008070     IF RES-NUMERO NOT NUMERIC
008080         MOVE 'PARTIDA NO EXISTE' TO WS-RESULTADO
008090         GO TO 3100-EXIT
008100     END-IF.
008110     MOVE RES-NUMERO TO SUP-NUMERO.
008120     READ SUSPENSO
008130         INVALID KEY
008140             MOVE 'PARTIDA NO EXISTE' TO WS-RESULTADO
008150             GO TO 3100-EXIT
008160     END-READ.
008170     MOVE SUP-IMPORTE TO WS-LS-IMPORTE.
008180     IF SUP-ASIGNADA AND RES-DEVOLVER
008190         MOVE 'PARTIDA ASIGNADA' TO WS-RESULTADO
008200         GO TO 3100-EXIT
008210     END-IF.
008220     IF SUP-ASIGNADA AND SUP-FEC-RESOL NOT < WS-HOY-NUM
008230         MOVE 'ASIGNADA HOY - ESPERAR' TO WS-RESULTADO
008240         GO TO 3100-EXIT
008250     END-IF.
008260     IF NOT SUP-PENDIENTE AND NOT SUP-ASIGNADA
008270         MOVE 'PARTIDA YA RESUELTA' TO WS-RESULTADO
008280         GO TO 3100-EXIT
008290     END-IF.
008300     IF RES-DEVOLVER
008310         GO TO 3100-EXIT
008320     END-IF.
008330     IF SUP-IMPORTE = ZERO
008340         MOVE 'IMPORTE INVALIDO - DEVOLVER' TO WS-RESULTADO
008350         GO TO 3100-EXIT
008360     END-IF.
008370     IF RES-COD NOT NUMERIC OR RES-COD = ZERO
008380         MOVE 'SOCIO NO EXISTE' TO WS-RESULTADO
008390         GO TO 3100-EXIT
008400     END-IF.
008410     MOVE RES-COD TO SOC-COD.
008420     READ SOCIOS
008430         INVALID KEY
008440             MOVE 'SOCIO NO EXISTE' TO WS-RESULTADO
008450             GO TO 3100-EXIT
008460     END-READ.
008470 3100-EXIT.
008480     EXIT.
008490*
008500*****************************************************************
008510* 3200-ASIGNAR-SOCIO WRITES THE ASSIGNED ITEM AS A 'P' PAYMENT
008520* FOR THE ASSIGNED MEMBER, DATED ON THE BANK'S PAYMENT DATE
008530* WHEN THAT DATE IS SANE (OTHERWISE ON TODAY), AND MARKS THE
008540* ITEM ASIGNADA UNTIL A LATER RUN FINDS THE POSTING (1400). THE
008550* DECK IS CUT INTO BATCHES OF AT MOST WS-LOTE-MAX PAYMENTS, EACH
008560* TIED BY ITS OWN TRAILER.
008570*****************************************************************
008580 3200-ASIGNAR-SOCIO.
008590     IF SUP-PENDIENTE
008600         MOVE 'S' TO WS-SW-ERA-PENDIENTE
008610     ELSE
008620         MOVE 'N' TO WS-SW-ERA-PENDIENTE
008630     END-IF.
008640     IF WS-LOTE-CANT >= WS-LOTE-MAX
008650         PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT
008660         PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT
008670     END-IF.
008680     PERFORM 6100-VALIDAR-FECHA THRU 6100-EXIT.
008690     MOVE RES-COD TO MOV-COD.
008700     MOVE 'P' TO MOV-TIPO.
008710     MOVE SUP-IMPORTE TO MOV-IMPORTE.
008720     IF WS-FECHA-VALIDA
008730         MOVE SUP-FECHA-NUM TO MOV-FECHA
008740     ELSE
008750         MOVE WS-HOY-NUM TO MOV-FECHA
008760     END-IF.
008770     MOVE SOC-FILIAL TO MOV-FILIAL.
008780     MOVE WS-CAJERO-SUSPENSO TO MOV-CAJERO.
008790     MOVE ZERO TO MOV-NRO-ANULA.
008800     WRITE MOV-REG.
008810     IF WS-FS-MOV NOT = '00'
008820         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
008830         MOVE WS-FS-MOV TO WS-FS-COMUN
008840         PERFORM 9900-ABEND-ARCHIVO
008850     END-IF.
008860     ADD SUP-IMPORTE TO WS-LOTE-HASH.
008870     ADD 1 TO WS-LOTE-CANT.
008880     IF WS-ERA-PENDIENTE
008890         ADD 1 TO WS-CONT-ASIGNADOS
008900         ADD SUP-IMPORTE TO WS-CO-IMP-ASIGNADO
008910         MOVE 'ASIGNADA - A LOTE SUSPEN' TO WS-RESULTADO
008920     ELSE
008930         ADD 1 TO WS-CONT-REASIGNADOS
008940         MOVE 'REASIGNADA - A LOTE SUSPEN' TO WS-RESULTADO
008950     END-IF.
008960     MOVE 'A' TO SUP-ESTADO.
008970     MOVE RES-COD TO SUP-COD-ASIGNADO.
008980 3200-EXIT.
008990     EXIT.
009000*
009010 3300-DEVOLVER-PAGO.
009020     ADD 1 TO WS-CONT-DEVUELTOS.
009030     ADD SUP-IMPORTE TO WS-CO-IMP-DEVUELTO.
009040     MOVE 'D' TO SUP-ESTADO.
009050     MOVE ZERO TO SUP-COD-ASIGNADO.
009060     MOVE 'A DEVOLVER AL PAGADOR' TO WS-RESULTADO.
009070 3300-EXIT.
009080     EXIT.
009090*
009100 3900-IMPRIMIR-RESOLUCION.
009110     EVALUATE TRUE
009120         WHEN RES-ASIGNAR
009130             MOVE 'ASIGNACION' TO WS-LS-TIPO
009140         WHEN RES-DEVOLVER
009150             MOVE 'DEVOLUCION' TO WS-LS-TIPO
009160         WHEN OTHER
009170             MOVE 'DESCONOC.' TO WS-LS-TIPO
009180     END-EVALUATE.
009190     IF RES-NUMERO NUMERIC
009200         MOVE RES-NUMERO TO WS-LS-NUMERO
009210     ELSE
009220         MOVE ZERO TO WS-LS-NUMERO
009230     END-IF.
009240     IF RES-COD NUMERIC
009250         MOVE RES-COD TO WS-LS-COD
009260     ELSE
009270         MOVE ZERO TO WS-LS-COD
009280     END-IF.
009290     MOVE WS-RESULTADO TO WS-LS-RESULTADO.
009300     WRITE RPT-SU-REG FROM WS-LINEA-RES.
009310 3900-EXIT.
009320     EXIT.
009330*
009340*****************************************************************
009350* 4000-ORDENAR SORTS WHAT IS STILL OPEN BY ITS AGING DATE,
009360* OLDEST FIRST. THE INPUT PROCEDURE SWEEPS THE WHOLE STANDING
009370* MASTER AFTER TODAY'S UPDATES, SO IT ALSO BUILDS THE FILE
009380* EQUATION AND RECOUNTS THE OPEN FIGURE FOR THE RUN EQUATION.
009390*****************************************************************
009400 4000-ORDENAR.
009410     SORT ARCH-SORT
009420         ASCENDING KEY SS-FECHA-BASE
009430         ASCENDING KEY SS-NUMERO
009440         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
009450         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
009460     IF WS-FS-SORT NOT = '00'
009470         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
009480         MOVE WS-FS-SORT TO WS-FS-COMUN
009490         PERFORM 9900-ABEND-ARCHIVO
009500     END-IF.
009510 4000-EXIT.
009520     EXIT.
009530*
009540 6000-PROCESO-ENTRADA.
009550     MOVE 'N' TO WS-SW-FIN-SUP.
009560     MOVE ZERO TO SUP-NUMERO.
009570     START SUSPENSO KEY NOT < SUP-NUMERO
009580         INVALID KEY
009590             MOVE 'S' TO WS-SW-FIN-SUP
009600     END-START.
009610     PERFORM 6010-LEER-PARTIDA THRU 6010-EXIT
009620         UNTIL WS-FIN-SUP.
009630 6000-EXIT.
009640     EXIT.
009650*
009660 6010-LEER-PARTIDA.
009670     READ SUSPENSO NEXT RECORD
009680         AT END
009690             MOVE 'S' TO WS-SW-FIN-SUP
009700             GO TO 6010-EXIT
009710     END-READ.
009720     IF WS-FS-SUP NOT = '00'
009730         MOVE 'SUSPENSO' TO WS-NOMBRE-ARCHIVO
009740         MOVE WS-FS-SUP TO WS-FS-COMUN
009750         PERFORM 9900-ABEND-ARCHIVO
009760     END-IF.
009770     ADD 1 TO WS-AR-CANT-TOTAL.
009780     ADD SUP-IMPORTE TO WS-AR-IMP-TOTAL.
009790     EVALUATE TRUE
009800         WHEN SUP-RESUELTO
009810             ADD 1 TO WS-AR-CANT-RESUELTO
009820             ADD SUP-IMPORTE TO WS-AR-IMP-RESUELTO
009830         WHEN SUP-DEVUELTO
009840             ADD 1 TO WS-AR-CANT-DEVUELTO
009850             ADD SUP-IMPORTE TO WS-AR-IMP-DEVUELTO
009860         WHEN SUP-ASIGNADA
009870             ADD 1 TO WS-AR-CANT-ASIGNADA
009880             ADD SUP-IMPORTE TO WS-AR-IMP-ASIGNADA
009890             PERFORM 6030-LISTAR-ASIGNADA THRU 6030-EXIT
009900         WHEN SUP-PENDIENTE
009910             ADD 1 TO WS-AR-CANT-PENDIENTE
009920             ADD SUP-IMPORTE TO WS-AR-IMP-PENDIENTE
009930     END-EVALUATE.
009940     IF NOT SUP-PENDIENTE
009950         GO TO 6010-EXIT
009960     END-IF.
009970     PERFORM 6020-CALCULAR-DIAS THRU 6020-EXIT.
009980     MOVE SUP-NUMERO TO SS-NUMERO.
009990     MOVE SUP-COD-BANCO TO SS-COD-BANCO.
010000     MOVE SUP-IMPORTE TO SS-IMPORTE.
010010     MOVE SUP-REFER TO SS-REFER.
010020     MOVE SUP-MOTIVO TO SS-MOTIVO.
010030     RELEASE SS-REG.
010040     IF WS-FS-SORT NOT = '00'
010050         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
010060         MOVE WS-FS-SORT TO WS-FS-COMUN
010070         PERFORM 9900-ABEND-ARCHIVO
010080     END-IF.
010090 6010-EXIT.
010100     EXIT.
010110*
010120*****************************************************************
010130* 6030-LISTAR-ASIGNADA PRINTS AN ITEM ASSIGNED BUT WHOSE POSTING
010140* HAS NOT BEEN SEEN YET - TODAY'S ASSIGNMENTS (POSTED BY THE
010150* NEXT STEP) AND ANY SOCMV01 REJECTED, WHICH CAN BE ASSIGNED
010160* AGAIN FROM TOMORROW.
010170*****************************************************************
010180 6030-LISTAR-ASIGNADA.
010190     ADD 1 TO WS-CONT-SIN-CONFIRMAR.
010200     IF WS-CONT-SIN-CONFIRMAR = 1
010210         MOVE SPACES TO RPT-SU-REG
010220         WRITE RPT-SU-REG
010230         WRITE RPT-SU-REG FROM WS-ENC-SIN-CONFIRMAR
010240     END-IF.
010250     MOVE SUP-NUMERO TO WS-LA-NUMERO.
010260     MOVE SUP-COD-ASIGNADO TO WS-LA-COD.
010270     MOVE SUP-IMPORTE TO WS-LA-IMPORTE.
010280     MOVE SUP-FEC-RESOL TO WS-LA-FEC-RESOL.
010290     WRITE RPT-SU-REG FROM WS-LINEA-ASIG.
010300 6030-EXIT.
010310     EXIT.
010320*
010330*****************************************************************
010340* 6020-CALCULAR-DIAS - DAYS FROM SUS-FECHA (THE BANK'S PAYMENT
010350* DATE) TO TODAY, CAPPED AT 9999 AS ON SOCAG01. AN ITEM THAT
010360* WENT TO SUSPENSE FOR ITS DATE AGES FROM THE DAY IT WAS
010370* LOADED INSTEAD - IT IS NEVER LEFT OUT OF THE LISTING.
010380*****************************************************************
010390 6020-CALCULAR-DIAS.
010400     PERFORM 6100-VALIDAR-FECHA THRU 6100-EXIT.
010410     IF WS-FECHA-VALIDA
010420         MOVE SUP-FECHA-NUM TO WS-FECHA-BASE
010430     ELSE
010440         MOVE SUP-FEC-INGRESO TO WS-FECHA-BASE
010450     END-IF.
010460     MOVE WS-FECHA-BASE TO SS-FECHA-BASE.
010470     IF WS-FECHA-BASE = ZERO
010480         MOVE 9999 TO SS-DIAS
010490         GO TO 6020-EXIT
010500     END-IF.
010510     COMPUTE WS-DIAS-CALC = WS-HOY-INT
010520         - FUNCTION INTEGER-OF-DATE (WS-FECHA-BASE).
010530     IF WS-DIAS-CALC < ZERO
010540         MOVE ZERO TO WS-DIAS-CALC
010550     END-IF.
010560     IF WS-DIAS-CALC > 9999
010570         MOVE 9999 TO WS-DIAS-CALC
010580     END-IF.
010590     MOVE WS-DIAS-CALC TO SS-DIAS.
010600 6020-EXIT.
010610     EXIT.
010620*
010630*****************************************************************
010640* 6100-VALIDAR-FECHA - THE SAME SANITY TEST SOCBK01 APPLIES TO
010650* THE BANK'S DATE: NUMERIC, YEAR 1990-2099, VALID MONTH AND
010660* DAY, NOT AFTER TODAY.
010670*****************************************************************
010680 6100-VALIDAR-FECHA.
010690     MOVE 'N' TO WS-SW-FECHA-VALIDA.
010700     IF SUP-FECHA NOT NUMERIC
010710         GO TO 6100-EXIT
010720     END-IF.
010730     IF SUP-FEC-ANIO < 1990 OR SUP-FEC-ANIO > 2099
010740         OR SUP-FEC-MES < 01 OR SUP-FEC-MES > 12
010750         OR SUP-FEC-DIA < 01 OR SUP-FEC-DIA > 31
010760         OR SUP-FECHA-NUM > WS-HOY-NUM
010770         GO TO 6100-EXIT
010780     END-IF.
010790     MOVE 'S' TO WS-SW-FECHA-VALIDA.
010800 6100-EXIT.
010810     EXIT.
010820*
010830*****************************************************************
010840* PROCESO-SALIDA - PRINTS THE OPEN ITEMS OLDEST FIRST, ONE
010850* AMOUNT COLUMN PER AGING BUCKET, WITH THE BUCKET TOTALS.
010860*****************************************************************
010870 7000-PROCESO-SALIDA.
010880     MOVE SPACES TO RPT-SU-REG.
010890     WRITE RPT-SU-REG.
010900     WRITE RPT-SU-REG FROM WS-ENC-ANTIGUEDAD.
010910     WRITE RPT-SU-REG FROM WS-ENC-COLUMNAS.
010920     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
010930         UNTIL WS-FIN-SORT.
010940     MOVE 'TOTAL PENDIENTE' TO WS-LT-ETIQUETA.
010950     MOVE WS-TA-CORRIENTE TO WS-LT-CORRIENTE.
010960     MOVE WS-TA-TREINTA TO WS-LT-TREINTA.
010970     MOVE WS-TA-SESENTA TO WS-LT-SESENTA.
010980     MOVE WS-TA-NOVENTA TO WS-LT-NOVENTA.
010990     WRITE RPT-SU-REG FROM WS-LINEA-TOT.
011000 7000-EXIT.
011010     EXIT.
011020*
011030 7100-DEVOLVER-REG.
011040     RETURN ARCH-SORT INTO SS-REG
011050         AT END
011060             MOVE 'S' TO WS-SW-FIN-SORT
011070             GO TO 7100-EXIT
011080     END-RETURN.
011090     IF WS-FS-SORT NOT = '00'
011100         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
011110         MOVE WS-FS-SORT TO WS-FS-COMUN
011120         PERFORM 9900-ABEND-ARCHIVO
011130     END-IF.
011140     ADD 1 TO WS-CO-CANT-FINAL.
011150     ADD SS-IMPORTE TO WS-CO-IMP-FINAL.
011160     MOVE SS-NUMERO TO WS-LD-NUMERO.
011170     MOVE SS-FECHA-BASE TO WS-LD-FECHA.
011180     MOVE SS-DIAS TO WS-LD-DIAS.
011190     MOVE SS-COD-BANCO TO WS-LD-COD.
011200     MOVE SS-REFER TO WS-LD-REFER.
011210     MOVE SS-MOTIVO TO WS-LD-MOTIVO.
011220     MOVE ZERO TO WS-LD-CORRIENTE.
011230     MOVE ZERO TO WS-LD-TREINTA.
011240     MOVE ZERO TO WS-LD-SESENTA.
011250     MOVE ZERO TO WS-LD-NOVENTA.
011260     EVALUATE TRUE
011270         WHEN SS-DIAS < 30
011280             MOVE SS-IMPORTE TO WS-LD-CORRIENTE
011290             ADD SS-IMPORTE TO WS-TA-CORRIENTE
011300         WHEN SS-DIAS < 60
011310             MOVE SS-IMPORTE TO WS-LD-TREINTA
011320             ADD SS-IMPORTE TO WS-TA-TREINTA
011330         WHEN SS-DIAS < 90
011340             MOVE SS-IMPORTE TO WS-LD-SESENTA
011350             ADD SS-IMPORTE TO WS-TA-SESENTA
011360         WHEN OTHER
011370             MOVE SS-IMPORTE TO WS-LD-NOVENTA
011380             ADD SS-IMPORTE TO WS-TA-NOVENTA
011390     END-EVALUATE.
011400     WRITE RPT-SU-REG FROM WS-LINEA-DET.
011410 7100-EXIT.
011420     EXIT.
011430*
011440*****************************************************************
011450* 8000-CERRAR-LOTE WRITES THE '*LOTEF' TRAILER WITH THE COUNT
011460* AND HASH TOTAL OF THE CURRENT BATCH'S PAYMENTS, SO SOCMV01
011470* PROVES EACH BATCH ARRIVED COMPLETE BEFORE POSTING IT.
011480*****************************************************************
011490 8000-CERRAR-LOTE.
011500     MOVE '*LOTEF' TO LOT-MARCA.
011510     MOVE ZERO TO LOT-FILIAL.
011520     MOVE WS-CAJERO-SUSPENSO TO LOT-CAJERO.
011530     MOVE WS-LOTE-CANT TO LOT-CANT.
011540     MOVE WS-LOTE-HASH TO LOT-HASH.
011550     WRITE LOT-REG.
011560     IF WS-FS-MOV NOT = '00'
011570         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
011580         MOVE WS-FS-MOV TO WS-FS-COMUN
011590         PERFORM 9900-ABEND-ARCHIVO
011600     END-IF.
011610 8000-EXIT.
011620     EXIT.
011630*
011640*****************************************************************
011650* 9000-FINALIZAR PRINTS THE CONTROL PAGE. RUN EQUATION: OPEN AT
011660* START + LOADED - ASSIGNED - REFUNDED MUST EQUAL THE OPEN
011670* FIGURE RECOUNTED BY THE AGED LISTING; ASIGNADA AT START -
011680* CONFIRMED + ASSIGNED MUST EQUAL THE ASIGNADA ITEMS RECOUNTED.
011690* FILE EQUATION: EVERY ITEM ON THE MASTER = RESOLVED + REFUNDED
011700* + STILL OPEN + ASIGNADA. ANY DIFFERENCE ENDS THE RUN WITH A
011710* NONZERO RETURN CODE.
011720*****************************************************************
011730 9000-FINALIZAR.
011740     MOVE SPACES TO RPT-SU-REG.
011750     WRITE RPT-SU-REG.
011760     MOVE 'CONTROL DE LA CORRIDA' TO RPT-SU-REG.
011770     WRITE RPT-SU-REG.
011780     MOVE 'PENDIENTE AL INICIO' TO WS-LC-ETIQUETA.
011790     MOVE WS-CO-CANT-INICIAL TO WS-LC-CANT.
011800     MOVE WS-CO-IMP-INICIAL TO WS-LC-IMPORTE.
011810     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
011820     MOVE '+ INGRESADO DESDE SOCBK01' TO WS-LC-ETIQUETA.
011830     MOVE WS-CONT-INGRESADOS TO WS-LC-CANT.
011840     MOVE WS-CO-IMP-INGRESADO TO WS-LC-IMPORTE.
011850     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
011860     MOVE '- ASIGNADO A SOCIOS' TO WS-LC-ETIQUETA.
011870     MOVE WS-CONT-ASIGNADOS TO WS-LC-CANT.
011880     MOVE WS-CO-IMP-ASIGNADO TO WS-LC-IMPORTE.
011890     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
011900     MOVE '- A DEVOLVER AL PAGADOR' TO WS-LC-ETIQUETA.
011910     MOVE WS-CONT-DEVUELTOS TO WS-LC-CANT.
011920     MOVE WS-CO-IMP-DEVUELTO TO WS-LC-IMPORTE.
011930     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
011940     MOVE '= PENDIENTE AL CIERRE' TO WS-LC-ETIQUETA.
011950     MOVE WS-CO-CANT-FINAL TO WS-LC-CANT.
011960     MOVE WS-CO-IMP-FINAL TO WS-LC-IMPORTE.
011970     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
011980     COMPUTE WS-CANT-CUADRE = WS-CO-CANT-INICIAL
011990         + WS-CONT-INGRESADOS - WS-CONT-ASIGNADOS
012000         - WS-CONT-DEVUELTOS.
012010     COMPUTE WS-TOTAL-CUADRE = WS-CO-IMP-INICIAL
012020         + WS-CO-IMP-INGRESADO - WS-CO-IMP-ASIGNADO
012030         - WS-CO-IMP-DEVUELTO.
012040     IF WS-CANT-CUADRE NOT = WS-CO-CANT-FINAL
012050         OR WS-TOTAL-CUADRE NOT = WS-CO-IMP-FINAL
012060         MOVE 'N' TO WS-SW-CUADRE
012070     END-IF.
012080     MOVE 'ASIGNADO SIN CONFIRMAR AL INICIO' TO WS-LC-ETIQUETA.
012090     MOVE WS-CO-CANT-ASIG-INI TO WS-LC-CANT.
012100     MOVE WS-CO-IMP-ASIG-INI TO WS-LC-IMPORTE.
012110     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012120     MOVE '- POSTEO CONFIRMADO (RESUELTO)' TO WS-LC-ETIQUETA.
012130     MOVE WS-CONT-CONFIRMADOS TO WS-LC-CANT.
012140     MOVE WS-CO-IMP-CONFIRMADO TO WS-LC-IMPORTE.
012150     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012160     MOVE '+ ASIGNADO EN LA CORRIDA' TO WS-LC-ETIQUETA.
012170     MOVE WS-CONT-ASIGNADOS TO WS-LC-CANT.
012180     MOVE WS-CO-IMP-ASIGNADO TO WS-LC-IMPORTE.
012190     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012200     MOVE '= ASIGNADO SIN CONFIRMAR AL CIERRE' TO WS-LC-ETIQUETA.
012210     MOVE WS-AR-CANT-ASIGNADA TO WS-LC-CANT.
012220     MOVE WS-AR-IMP-ASIGNADA TO WS-LC-IMPORTE.
012230     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012240     COMPUTE WS-CANT-CUADRE = WS-CO-CANT-ASIG-INI
012250         - WS-CONT-CONFIRMADOS + WS-CONT-ASIGNADOS.
012260     COMPUTE WS-TOTAL-CUADRE = WS-CO-IMP-ASIG-INI
012270         - WS-CO-IMP-CONFIRMADO + WS-CO-IMP-ASIGNADO.
012280     IF WS-CANT-CUADRE NOT = WS-AR-CANT-ASIGNADA
012290         OR WS-TOTAL-CUADRE NOT = WS-AR-IMP-ASIGNADA
012300         MOVE 'N' TO WS-SW-CUADRE
012310     END-IF.
012320     MOVE SPACES TO RPT-SU-REG.
012330     WRITE RPT-SU-REG.
012340     MOVE 'CONTROL DEL ARCHIVO DE SUSPENSO' TO RPT-SU-REG.
012350     WRITE RPT-SU-REG.
012360     MOVE 'TOTAL INGRESADO A SUSPENSO' TO WS-LC-ETIQUETA.
012370     MOVE WS-AR-CANT-TOTAL TO WS-LC-CANT.
012380     MOVE WS-AR-IMP-TOTAL TO WS-LC-IMPORTE.
012390     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012400     MOVE '= RESUELTO (POSTEO CONFIRMADO)' TO WS-LC-ETIQUETA.
012410     MOVE WS-AR-CANT-RESUELTO TO WS-LC-CANT.
012420     MOVE WS-AR-IMP-RESUELTO TO WS-LC-IMPORTE.
012430     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012440     MOVE '+ DEVUELTO' TO WS-LC-ETIQUETA.
012450     MOVE WS-AR-CANT-DEVUELTO TO WS-LC-CANT.
012460     MOVE WS-AR-IMP-DEVUELTO TO WS-LC-IMPORTE.
012470     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012480     MOVE '+ PENDIENTE' TO WS-LC-ETIQUETA.
012490     MOVE WS-AR-CANT-PENDIENTE TO WS-LC-CANT.
012500     MOVE WS-AR-IMP-PENDIENTE TO WS-LC-IMPORTE.
012510     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012520     MOVE '+ ASIGNADO SIN CONFIRMAR' TO WS-LC-ETIQUETA.
012530     MOVE WS-AR-CANT-ASIGNADA TO WS-LC-CANT.
012540     MOVE WS-AR-IMP-ASIGNADA TO WS-LC-IMPORTE.
012550     WRITE RPT-SU-REG FROM WS-LINEA-CONTROL.
012560     COMPUTE WS-CANT-CUADRE = WS-AR-CANT-RESUELTO
012570         + WS-AR-CANT-DEVUELTO + WS-AR-CANT-PENDIENTE
012580         + WS-AR-CANT-ASIGNADA.
012590     COMPUTE WS-TOTAL-CUADRE = WS-AR-IMP-RESUELTO
012600         + WS-AR-IMP-DEVUELTO + WS-AR-IMP-PENDIENTE
012610         + WS-AR-IMP-ASIGNADA.
012620     IF WS-CANT-CUADRE NOT = WS-AR-CANT-TOTAL
012630         OR WS-TOTAL-CUADRE NOT = WS-AR-IMP-TOTAL
012640         OR WS-AR-CANT-PENDIENTE NOT = WS-CO-CANT-FINAL
012650         MOVE 'N' TO WS-SW-CUADRE
012660     END-IF.
012670     IF WS-CUADRE-OK
012680         MOVE 'CONTROL DE SUSPENSO OK' TO RPT-SU-REG
012690     ELSE
012700         MOVE 'CONTROL DE SUSPENSO CON DIFERENCIAS - REVISAR'
012710             TO RPT-SU-REG
012720         MOVE 16 TO RETURN-CODE
012730     END-IF.
012740     WRITE RPT-SU-REG.
012750     MOVE SPACES TO RPT-SU-REG.
012760     WRITE RPT-SU-REG.
012770     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-SU-REG.
012780     WRITE RPT-SU-REG.
012790     MOVE 'PARTIDAS INGRESADAS' TO WS-LR-ETIQUETA.
012800     MOVE WS-CONT-INGRESADOS TO WS-LR-CANT.
012810     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
012820     MOVE 'TARJETAS LEIDAS' TO WS-LR-ETIQUETA.
012830     MOVE WS-CONT-TARJETAS TO WS-LR-CANT.
012840     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
012850     MOVE 'PARTIDAS ASIGNADAS' TO WS-LR-ETIQUETA.
012860     MOVE WS-CONT-ASIGNADOS TO WS-LR-CANT.
012870     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
012880     MOVE 'PARTIDAS REASIGNADAS' TO WS-LR-ETIQUETA.
012890     MOVE WS-CONT-REASIGNADOS TO WS-LR-CANT.
012900     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
012910     MOVE 'ASIGNACIONES CONFIRMADAS' TO WS-LR-ETIQUETA.
012920     MOVE WS-CONT-CONFIRMADOS TO WS-LR-CANT.
012930     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
012940     MOVE 'PARTIDAS A DEVOLVER' TO WS-LR-ETIQUETA.
012950     MOVE WS-CONT-DEVUELTOS TO WS-LR-CANT.
012960     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
012970     MOVE 'TARJETAS RECHAZADAS' TO WS-LR-ETIQUETA.
012980     MOVE WS-CONT-RECHAZADOS TO WS-LR-CANT.
012990     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
013000     MOVE 'LOTES GENERADOS' TO WS-LR-ETIQUETA.
013010     MOVE WS-CONT-LOTES TO WS-LR-CANT.
013020     WRITE RPT-SU-REG FROM WS-LINEA-RESUMEN.
013030     CLOSE SUSPENSO.
013040     CLOSE SOCIOS.
013050     IF WS-FS-RES NOT = '35'
013060         CLOSE RES-CARDS
013070     END-IF.
013080     CLOSE SOCIOS-MOV.
013090     CLOSE RPT-SU.
013100 9000-EXIT.
013110     EXIT.
013120*
013130*****************************************************************
013140 9900-ABEND-ARCHIVO.
013150*****************************************************************
013160     DISPLAY 'SOCSU01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
013170     DISPLAY 'SOCSU01 - FILE STATUS = ' WS-FS-COMUN.
013180     MOVE 16 TO RETURN-CODE.
013190     STOP RUN.
013200*
013210 END PROGRAM SOCSU01.
