000180*   DATE       INIT  DESCRIPTION
000190*   22/08/2026 RCA   INITIAL VERSION.
000200*   22/08/2026 RCA   MEMBER CODE WIDENED TO SIX DIGITS.
000210*   15/10/2026 RCA   MEMBERS SUSPENDED FOR ARREARS (SNP-ESTADO
000220*                    'S') NO LONGER COUNT IN THE BRANCH MEMBER
000230*                    COUNTS - THEY PRINT IN THEIR OWN S.ANT /
000240*                    S.ACT COLUMNS. SALDO TOTALS STILL CARRY EVERY
000250*                    MEMBER SO THE TABLE KEEPS TYING TO THE
000260*                    MASTER. SNAPSHOTS WRITTEN BEFORE THE STATUS
000270*                    READ AS ACTIVE.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SOCCP01.
000310 AUTHOR. R. CASTRO.
000320 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000330 DATE-WRITTEN. 22/08/2026.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FILIALES      ASSIGN TO FILIALES
000400         ORGANIZATION INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS FLM-COD
000430         FILE STATUS IS WS-FS-FILMAE.
000440     SELECT SNAP-ACT      ASSIGN TO SNAPACT
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-ACT.
000470     SELECT SNAP-ANT      ASSIGN TO SNAPANT
000480         ORGANIZATION LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-ANT.
000500     SELECT RPT-CP        ASSIGN TO RPTCP
000510         ORGANIZATION LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-RPTCP.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  FILIALES.
000570     COPY filreg.
000580*
000590 FD  SNAP-ACT.
000600 01  ACT-REG.
000610     03  ACT-PERIODO            PIC 9(06).
000620     03  ACT-COD                PIC 9(06).
000630     03  ACT-SALDO              PIC S9(8)V99.
000640     03  ACT-FILIAL             PIC 9(03).
000650     03  ACT-ESTADO             PIC X(01).
000660*
000670 FD  SNAP-ANT.
000680 01  ANT-REG.
000690     03  ANT-PERIODO            PIC 9(06).
000700     03  ANT-COD                PIC 9(06).
000710     03  ANT-SALDO              PIC S9(8)V99.
000720     03  ANT-FILIAL             PIC 9(03).
000730     03  ANT-ESTADO             PIC X(01).
000740*
000750 FD  RPT-CP.
000760 01  RPT-CP-REG                 PIC X(110).
000770*
000780 WORKING-STORAGE SECTION.
000790     COPY filial.
000800*
000810 01  WS-SWITCHES.
000820     05  WS-SW-FIN-ACT          PIC X(01) VALUE 'N'.
000830         88  WS-FIN-ACT                 VALUE 'S'.
000840     05  WS-SW-FIN-ANT          PIC X(01) VALUE 'N'.
000850         88  WS-FIN-ANT                 VALUE 'S'.
000860     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
000870         88  WS-FIN-FILMAE              VALUE 'S'.
000880*
000890 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
000900*
000910 01  WS-FS-ACT                  PIC X(02) VALUE '00'.
000920*
000930 01  WS-FS-ANT                  PIC X(02) VALUE '00'.
000940*
000950 01  WS-FS-RPTCP                PIC X(02) VALUE '00'.
000960*
000970 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000980*
000990 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001000*
001010 01  WS-PER-ACT                 PIC 9(06) VALUE ZERO.
001020*
001030 01  WS-PER-ANT                 PIC 9(06) VALUE ZERO.
001040*
001050 01  WS-CONTADORES.
001060     05  WS-CONT-ALTAS          PIC 9(05) VALUE ZERO.
001070     05  WS-CONT-BAJAS          PIC 9(05) VALUE ZERO.
001080     05  WS-CONT-COMUNES        PIC 9(05) VALUE ZERO.
001090*
001100 01  WS-DELTA                   PIC S9(9)V99 VALUE ZERO.
001110*
001120 01  WS-FIL-BUSCADA             PIC 9(03) VALUE ZERO.
001130*
001140 01  WS-AF-IDX                  PIC 9(02) VALUE ZERO.
001150*
001160 01  WS-I                       PIC 9(02) VALUE ZERO.
001170*
001180 01  WS-J                       PIC 9(02) VALUE ZERO.
001190*
001200 01  WS-ULT-COD-ACT             PIC 9(06) VALUE ZERO.
001210*
001220 01  WS-ULT-COD-ANT             PIC 9(06) VALUE ZERO.
001230*
001240 01  WS-ACUM-FILIALES.
001250     05  WS-AF-ENT OCCURS 50 TIMES.
001260         10  WS-AF-CNT-ANT      PIC 9(05).
001270         10  WS-AF-CNT-ACT      PIC 9(05).
001280         10  WS-AF-SUS-ANT      PIC 9(05).
001290         10  WS-AF-SUS-ACT      PIC 9(05).
001300         10  WS-AF-SAL-ANT      PIC S9(9)V99.
001310         10  WS-AF-SAL-ACT      PIC S9(9)V99.
001320*
001330 01  WS-ACUM-SIN-FILIAL.
001340     05  WS-AS-CNT-ANT          PIC 9(05) VALUE ZERO.
001350     05  WS-AS-CNT-ACT          PIC 9(05) VALUE ZERO.
001360     05  WS-AS-SUS-ANT          PIC 9(05) VALUE ZERO.
001370     05  WS-AS-SUS-ACT          PIC 9(05) VALUE ZERO.
001380     05  WS-AS-SAL-ANT          PIC S9(9)V99 VALUE ZERO.
001390     05  WS-AS-SAL-ACT          PIC S9(9)V99 VALUE ZERO.
001400*
001410 01  WS-TOT-GENERAL.
001420     05  WS-TG-CNT-ANT          PIC 9(05) VALUE ZERO.
001430     05  WS-TG-CNT-ACT          PIC 9(05) VALUE ZERO.
001440     05  WS-TG-SUS-ANT          PIC 9(05) VALUE ZERO.
001450     05  WS-TG-SUS-ACT          PIC 9(05) VALUE ZERO.
001460     05  WS-TG-SAL-ANT          PIC S9(9)V99 VALUE ZERO.
001470     05  WS-TG-SAL-ACT          PIC S9(9)V99 VALUE ZERO.
001480*
001490 01  WS-TOP-SUBAS.
001500     05  WS-TS-ENT OCCURS 10 TIMES.
001510         10  WS-TS-COD          PIC 9(06).
001520         10  WS-TS-DELTA        PIC S9(9)V99.
001530*
001540 01  WS-TOP-CAIDAS.
001550     05  WS-TC-ENT OCCURS 10 TIMES.
001560         10  WS-TC-COD          PIC 9(06).
001570         10  WS-TC-DELTA        PIC S9(9)V99.
001580*
001590 01  WS-ENC-COMPARA.
001600     05  FILLER                 PIC X(31)
001610         VALUE 'COMPARACION DE CIERRES PERIODO '.
001620     05  WS-EC-ANT              PIC 9(06).
001630     05  FILLER                 PIC X(04) VALUE ' VS '.
001640     05  WS-EC-ACT              PIC 9(06).
001650*
001660 01  WS-LINEA-MOV.
001670     05  WS-LM-TIPO             PIC X(05).
001680     05  FILLER                 PIC X(01) VALUE SPACES.
001690     05  WS-LM-COD              PIC 9(06).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  WS-LM-FILIAL           PIC X(15).
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  WS-LM-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
001740*
001750 01  WS-LINEA-TOPE.
001760     05  WS-LT-COD              PIC 9(06).
001770     05  FILLER                 PIC X(02) VALUE SPACES.
001780     05  WS-LT-DELTA            PIC -ZZZ,ZZZ,ZZ9.99.
001790*
001800 01  WS-LINEA-CUADRO.
001810     05  WS-LC-NOM              PIC X(15).
001820     05  FILLER                 PIC X(01) VALUE SPACES.
001830     05  WS-LC-CNT-ANT          PIC ZZZZ9.
001840     05  FILLER                 PIC X(01) VALUE SPACES.
001850     05  WS-LC-CNT-ACT          PIC ZZZZ9.
001860     05  FILLER                 PIC X(01) VALUE SPACES.
001870     05  WS-LC-SUS-ANT          PIC ZZZZ9.
001880     05  FILLER                 PIC X(01) VALUE SPACES.
001890     05  WS-LC-SUS-ACT          PIC ZZZZ9.
001900     05  FILLER                 PIC X(01) VALUE SPACES.
001910     05  WS-LC-SAL-ANT          PIC -ZZZ,ZZZ,ZZ9.99.
001920     05  FILLER                 PIC X(01) VALUE SPACES.
001930     05  WS-LC-SAL-ACT          PIC -ZZZ,ZZZ,ZZ9.99.
001940     05  FILLER                 PIC X(01) VALUE SPACES.
001950     05  WS-LC-DELTA            PIC -ZZZ,ZZZ,ZZ9.99.
001960*
001970 01  WS-ENC-CUADRO.
001980     05  FILLER                 PIC X(15) VALUE 'FILIAL'.
001990     05  FILLER                 PIC X(01) VALUE SPACES.
002000     05  FILLER                 PIC X(05) VALUE 'C.ANT'.
002010     05  FILLER                 PIC X(01) VALUE SPACES.
002020     05  FILLER                 PIC X(05) VALUE 'C.ACT'.
002030     05  FILLER                 PIC X(01) VALUE SPACES.
002040     05  FILLER                 PIC X(05) VALUE 'S.ANT'.
002050     05  FILLER                 PIC X(01) VALUE SPACES.
002060     05  FILLER                 PIC X(05) VALUE 'S.ACT'.
002070     05  FILLER                 PIC X(11) VALUE SPACES.
002080     05  FILLER                 PIC X(09) VALUE 'SALDO ANT'.
002090     05  FILLER                 PIC X(07) VALUE SPACES.
002100     05  FILLER                 PIC X(09) VALUE 'SALDO ACT'.
002110     05  FILLER                 PIC X(06) VALUE SPACES.
002120     05  FILLER                 PIC X(09) VALUE 'VARIACION'.
002130*
002140 PROCEDURE DIVISION.
002150*****************************************************************
002160 0000-MAINLINE.
002170*****************************************************************
002180     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002190     PERFORM 2000-COMPARAR THRU 2000-EXIT
002200         UNTIL WS-FIN-ACT AND WS-FIN-ANT.
002210     PERFORM 7000-EMITIR-TOPES THRU 7000-EXIT.
002220     PERFORM 8000-EMITIR-CUADRO THRU 8000-EXIT.
002230     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002240     STOP RUN.
002250*
002260*****************************************************************
002270 1000-INICIALIZAR.
002280*****************************************************************
002290     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
002300     PERFORM 1300-LIMPIAR-ACUMULADORES THRU 1300-EXIT.
002310     OPEN INPUT SNAP-ACT.
002320     IF WS-FS-ACT NOT = '00'
002330         MOVE 'SNAP-ACT' TO WS-NOMBRE-ARCHIVO
002340         MOVE WS-FS-ACT TO WS-FS-COMUN
002350         PERFORM 9900-ABEND-ARCHIVO
002360     END-IF.
002370     OPEN INPUT SNAP-ANT.
002380     IF WS-FS-ANT NOT = '00'
002390         MOVE 'SNAP-ANT' TO WS-NOMBRE-ARCHIVO
002400         MOVE WS-FS-ANT TO WS-FS-COMUN
002410         PERFORM 9900-ABEND-ARCHIVO
002420     END-IF.
002430     OPEN OUTPUT RPT-CP.
002440     IF WS-FS-RPTCP NOT = '00'
002450         MOVE 'RPT-CP' TO WS-NOMBRE-ARCHIVO
002460         MOVE WS-FS-RPTCP TO WS-FS-COMUN
002470         PERFORM 9900-ABEND-ARCHIVO
002480     END-IF.
002490     PERFORM 2100-LEER-ACT THRU 2100-EXIT.
002500     PERFORM 2200-LEER-ANT THRU 2200-EXIT.
002510     IF NOT WS-FIN-ACT
002520         MOVE ACT-PERIODO TO WS-PER-ACT
002530     END-IF.
002540     IF NOT WS-FIN-ANT
002550         MOVE ANT-PERIODO TO WS-PER-ANT
002560     END-IF.
002570     MOVE WS-PER-ANT TO WS-EC-ANT.
002580     MOVE WS-PER-ACT TO WS-EC-ACT.
002590     WRITE RPT-CP-REG FROM WS-ENC-COMPARA.
002600     MOVE SPACES TO RPT-CP-REG.
002610     WRITE RPT-CP-REG.
002620 1000-EXIT.
002630     EXIT.
002640*
002650*****************************************************************
002660* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002670* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002680* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
002690*****************************************************************
002700 1200-CARGAR-FILIALES.
002710     MOVE ZERO TO WS-FIL-CANT.
002720     OPEN INPUT FILIALES.
002730     IF WS-FS-FILMAE NOT = '00'
002740         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002750         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002760         PERFORM 9900-ABEND-ARCHIVO
002770     END-IF.
002780     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002790         UNTIL WS-FIN-FILMAE.
002800     CLOSE FILIALES.
002810     IF WS-FIL-CANT = ZERO
002820         DISPLAY 'SOCCP01 - ARCHIVO FILIALES VACIO'
002830         MOVE 16 TO RETURN-CODE
002840         STOP RUN
002850     END-IF.
002860 1200-EXIT.
002870     EXIT.
002880*
002890 1210-LEER-FILIAL.
002900     READ FILIALES
002910         AT END
002920             MOVE 'S' TO WS-SW-FIN-FILMAE
002930             GO TO 1210-EXIT
002940     END-READ.
002950     IF WS-FIL-CANT >= WS-FIL-MAX
002960         DISPLAY 'SOCCP01 - TABLA DE FILIALES LLENA - MAX '
002970             WS-FIL-MAX
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     ADD 1 TO WS-FIL-CANT.
003020     SET FIL-IDX TO WS-FIL-CANT.
003030     MOVE FLM-COD TO FIL-COD (FIL-IDX).
003040     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
003050     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
003060     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
003070 1210-EXIT.
003080     EXIT.
003090*
003100 1300-LIMPIAR-ACUMULADORES.
003110     PERFORM 1310-LIMPIAR-UNO THRU 1310-EXIT
003120         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 50.
003130     PERFORM 1320-LIMPIAR-TOPE THRU 1320-EXIT
003140         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10.
003150 1300-EXIT.
003160     EXIT.
003170*
003180 1310-LIMPIAR-UNO.
003190     MOVE ZERO TO WS-AF-CNT-ANT (WS-I).
003200     MOVE ZERO TO WS-AF-CNT-ACT (WS-I).
003210     MOVE ZERO TO WS-AF-SUS-ANT (WS-I).
003220     MOVE ZERO TO WS-AF-SUS-ACT (WS-I).
003230     MOVE ZERO TO WS-AF-SAL-ANT (WS-I).
003240     MOVE ZERO TO WS-AF-SAL-ACT (WS-I).
003250 1310-EXIT.
003260     EXIT.
003270*
003280 1320-LIMPIAR-TOPE.
003290     MOVE ZERO TO WS-TS-COD (WS-I).
003300     MOVE ZERO TO WS-TS-DELTA (WS-I).
003310     MOVE ZERO TO WS-TC-COD (WS-I).
003320     MOVE ZERO TO WS-TC-DELTA (WS-I).
003330 1320-EXIT.
003340     EXIT.
003350*
003360*****************************************************************
003370* 2000-COMPARAR - ONE MATCH-MERGE STEP. THE LOWER SOC-COD SIDE
003380* ADVANCES: ONLY IN THE CURRENT SNAPSHOT = NEW MEMBER, ONLY IN
003390* THE PRIOR ONE = CLOSED MEMBER, IN BOTH = CARRY THE VARIANCE
003400* INTO THE TOP-MOVER TABLES.
003410*****************************************************************
003420 2000-COMPARAR.
003430     EVALUATE TRUE
003440         WHEN WS-FIN-ANT AND NOT WS-FIN-ACT
003450             PERFORM 3000-SOCIO-NUEVO THRU 3000-EXIT
003460         WHEN WS-FIN-ACT AND NOT WS-FIN-ANT
003470             PERFORM 4000-SOCIO-CERRADO THRU 4000-EXIT
003480         WHEN ACT-COD < ANT-COD
003490             PERFORM 3000-SOCIO-NUEVO THRU 3000-EXIT
003500         WHEN ANT-COD < ACT-COD
003510             PERFORM 4000-SOCIO-CERRADO THRU 4000-EXIT
003520         WHEN OTHER
003530             PERFORM 5000-SOCIO-COMUN THRU 5000-EXIT
003540     END-EVALUATE.
003550 2000-EXIT.
003560     EXIT.
003570*
003580 2100-LEER-ACT.
003590     READ SNAP-ACT
003600         AT END
003610             MOVE 'S' TO WS-SW-FIN-ACT
003620             GO TO 2100-EXIT
003630     END-READ.
003640     IF ACT-COD < WS-ULT-COD-ACT
003650         DISPLAY 'SOCCP01 - SNAPACT FUERA DE SECUENCIA EN '
003660             ACT-COD
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     MOVE ACT-COD TO WS-ULT-COD-ACT.
003710 2100-EXIT.
003720     EXIT.
003730*
003740 2200-LEER-ANT.
003750     READ SNAP-ANT
003760         AT END
003770             MOVE 'S' TO WS-SW-FIN-ANT
003780             GO TO 2200-EXIT
003790     END-READ.
003800     IF ANT-COD < WS-ULT-COD-ANT
003810         DISPLAY 'SOCCP01 - SNAPANT FUERA DE SECUENCIA EN '
003820             ANT-COD
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     MOVE ANT-COD TO WS-ULT-COD-ANT.
003870 2200-EXIT.
003880     EXIT.
003890*
003900 3000-SOCIO-NUEVO.
003910     ADD 1 TO WS-CONT-ALTAS.
003920     MOVE ACT-FILIAL TO WS-FIL-BUSCADA.
003930     PERFORM 6200-UBICAR-FILIAL THRU 6200-EXIT.
003940     PERFORM 3100-ACUMULAR-ACT THRU 3100-EXIT.
003950     MOVE 'ALTA' TO WS-LM-TIPO.
003960     MOVE ACT-COD TO WS-LM-COD.
003970     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
003980     MOVE ACT-SALDO TO WS-LM-SALDO.
003990     WRITE RPT-CP-REG FROM WS-LINEA-MOV.
004000     PERFORM 2100-LEER-ACT THRU 2100-EXIT.
004010 3000-EXIT.
004020     EXIT.
004030*
004040 3100-ACUMULAR-ACT.
004050     IF ACT-ESTADO = 'S'
004060         PERFORM 3110-ACUMULAR-SUS-ACT THRU 3110-EXIT
004070     ELSE
004080         PERFORM 3120-ACUMULAR-CNT-ACT THRU 3120-EXIT
004090     END-IF.
004100     IF WS-AF-IDX = ZERO
004110         ADD ACT-SALDO TO WS-AS-SAL-ACT
004120     ELSE
004130         ADD ACT-SALDO TO WS-AF-SAL-ACT (WS-AF-IDX)
004140     END-IF.
004150     ADD ACT-SALDO TO WS-TG-SAL-ACT.
004160 3100-EXIT.
004170     EXIT.
004180*
004190 3110-ACUMULAR-SUS-ACT.
004200     IF WS-AF-IDX = ZERO
004210         ADD 1 TO WS-AS-SUS-ACT
004220     ELSE
004230         ADD 1 TO WS-AF-SUS-ACT (WS-AF-IDX)
004240     END-IF.
004250     ADD 1 TO WS-TG-SUS-ACT.
004260 3110-EXIT.
004270     EXIT.
004280*
004290 3120-ACUMULAR-CNT-ACT.
004300     IF WS-AF-IDX = ZERO
004310         ADD 1 TO WS-AS-CNT-ACT
004320     ELSE
004330         ADD 1 TO WS-AF-CNT-ACT (WS-AF-IDX)
004340     END-IF.
004350     ADD 1 TO WS-TG-CNT-ACT.
004360 3120-EXIT.
004370     EXIT.
004380*
004390 4000-SOCIO-CERRADO.
004400     ADD 1 TO WS-CONT-BAJAS.
004410     MOVE ANT-FILIAL TO WS-FIL-BUSCADA.
004420     PERFORM 6200-UBICAR-FILIAL THRU 6200-EXIT.
004430     PERFORM 4100-ACUMULAR-ANT THRU 4100-EXIT.
004440     MOVE 'BAJA' TO WS-LM-TIPO.
004450     MOVE ANT-COD TO WS-LM-COD.
004460     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
004470     MOVE ANT-SALDO TO WS-LM-SALDO.
004480     WRITE RPT-CP-REG FROM WS-LINEA-MOV.
004490     PERFORM 2200-LEER-ANT THRU 2200-EXIT.
004500 4000-EXIT.
004510     EXIT.
004520*
004530 4100-ACUMULAR-ANT.
004540     IF ANT-ESTADO = 'S'
004550         PERFORM 4110-ACUMULAR-SUS-ANT THRU 4110-EXIT
004560     ELSE
004570         PERFORM 4120-ACUMULAR-CNT-ANT THRU 4120-EXIT
004580     END-IF.
004590     IF WS-AF-IDX = ZERO
004600         ADD ANT-SALDO TO WS-AS-SAL-ANT
004610     ELSE
004620         ADD ANT-SALDO TO WS-AF-SAL-ANT (WS-AF-IDX)
004630     END-IF.
004640     ADD ANT-SALDO TO WS-TG-SAL-ANT.
004650 4100-EXIT.
004660     EXIT.
004670*
004680 4110-ACUMULAR-SUS-ANT.
004690     IF WS-AF-IDX = ZERO
004700         ADD 1 TO WS-AS-SUS-ANT
004710     ELSE
004720         ADD 1 TO WS-AF-SUS-ANT (WS-AF-IDX)
004730     END-IF.
004740     ADD 1 TO WS-TG-SUS-ANT.
004750 4110-EXIT.
004760     EXIT.
004770*
004780 4120-ACUMULAR-CNT-ANT.
004790     IF WS-AF-IDX = ZERO
004800         ADD 1 TO WS-AS-CNT-ANT
004810     ELSE
004820         ADD 1 TO WS-AF-CNT-ANT (WS-AF-IDX)
004830     END-IF.
004840     ADD 1 TO WS-TG-CNT-ANT.
004850 4120-EXIT.
004860     EXIT.
004870*
004880 5000-SOCIO-COMUN.
004890     ADD 1 TO WS-CONT-COMUNES.
004900     MOVE ACT-FILIAL TO WS-FIL-BUSCADA.
004910     PERFORM 6200-UBICAR-FILIAL THRU 6200-EXIT.
004920     PERFORM 3100-ACUMULAR-ACT THRU 3100-EXIT.
004930     MOVE ANT-FILIAL TO WS-FIL-BUSCADA.
004940     PERFORM 6200-UBICAR-FILIAL THRU 6200-EXIT.
004950     PERFORM 4100-ACUMULAR-ANT THRU 4100-EXIT.
004960     COMPUTE WS-DELTA = ACT-SALDO - ANT-SALDO.
004970     IF WS-DELTA > ZERO
004980         PERFORM 7500-ANOTAR-SUBA THRU 7500-EXIT
004990     END-IF.
005000     IF WS-DELTA < ZERO
005010         PERFORM 7600-ANOTAR-CAIDA THRU 7600-EXIT
005020     END-IF.
005030     PERFORM 2100-LEER-ACT THRU 2100-EXIT.
005040     PERFORM 2200-LEER-ANT THRU 2200-EXIT.
005050 5000-EXIT.
005060     EXIT.
005070*
005080*****************************************************************
005090* 6100-BUSCAR-FILIAL RESOLVES WS-FIL-BUSCADA TO ITS NAME FOR
005100* THE ALTA/BAJA DETAIL LINES.
005110*****************************************************************
005120 6100-BUSCAR-FILIAL.
005130     MOVE 'FILIAL INVALIDA' TO WS-LM-FILIAL.
005140     SET FIL-IDX TO 1.
005150     SEARCH FIL-ENTRY
005160         AT END
005170             CONTINUE
005180         WHEN FIL-COD (FIL-IDX) = WS-FIL-BUSCADA
005190             MOVE FIL-NOM (FIL-IDX) TO WS-LM-FILIAL
005200     END-SEARCH.
005210 6100-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250* 6200-UBICAR-FILIAL SETS WS-AF-IDX TO THE BRANCH'S SLOT IN
005260* THE ACCUMULATOR TABLE (PARALLEL TO THE LOADED BRANCH TABLE),
005270* OR ZERO FOR A CODE NOT ON THE TABLE - THOSE ROLL UP INTO
005280* THE SIN-FILIAL LINE.
005290*****************************************************************
005300 6200-UBICAR-FILIAL.
005310     MOVE ZERO TO WS-AF-IDX.
005320     SET FIL-IDX TO 1.
005330     SEARCH FIL-ENTRY
005340         AT END
005350             CONTINUE
005360         WHEN FIL-COD (FIL-IDX) = WS-FIL-BUSCADA
005370             SET WS-AF-IDX TO FIL-IDX
005380     END-SEARCH.
005390 6200-EXIT.
005400     EXIT.
005410*
005420*****************************************************************
005430* 7500/7600 - KEEP THE TEN LARGEST MOVERS. THE TABLES ARE HELD
005440* IN ORDER; A NEW DELTA SHIFTS THE TAIL DOWN FROM ITS SLOT.
005450*****************************************************************
005460 7500-ANOTAR-SUBA.
005470     PERFORM 7510-BUSCAR-LUGAR-SUBA THRU 7510-EXIT
005480         VARYING WS-I FROM 1 BY 1
005490         UNTIL WS-I > 10 OR WS-DELTA > WS-TS-DELTA (WS-I).
005500     IF WS-I > 10
005510         GO TO 7500-EXIT
005520     END-IF.
005530     PERFORM 7520-CORRER-SUBA THRU 7520-EXIT
005540         VARYING WS-J FROM 10 BY -1 UNTIL WS-J NOT > WS-I.
005550     MOVE ACT-COD TO WS-TS-COD (WS-I).
005560     MOVE WS-DELTA TO WS-TS-DELTA (WS-I).
005570 7500-EXIT.
005580     EXIT.
005590*
005600 7510-BUSCAR-LUGAR-SUBA.
005610     CONTINUE.
005620 7510-EXIT.
005630     EXIT.
005640*
005650 7520-CORRER-SUBA.
005660     MOVE WS-TS-COD (WS-J - 1) TO WS-TS-COD (WS-J).
005670     MOVE WS-TS-DELTA (WS-J - 1) TO WS-TS-DELTA (WS-J).
005680 7520-EXIT.
005690     EXIT.
005700*
005710 7600-ANOTAR-CAIDA.
005720     PERFORM 7610-BUSCAR-LUGAR-CAIDA THRU 7610-EXIT
005730         VARYING WS-I FROM 1 BY 1
005740         UNTIL WS-I > 10 OR WS-DELTA < WS-TC-DELTA (WS-I).
005750     IF WS-I > 10
005760         GO TO 7600-EXIT
005770     END-IF.
005780     PERFORM 7620-CORRER-CAIDA THRU 7620-EXIT
005790         VARYING WS-J FROM 10 BY -1 UNTIL WS-J NOT > WS-I.
005800     MOVE ACT-COD TO WS-TC-COD (WS-I).
005810     MOVE WS-DELTA TO WS-TC-DELTA (WS-I).
005820 7600-EXIT.
005830     EXIT.
005840*
005850 7610-BUSCAR-LUGAR-CAIDA.
005860     CONTINUE.
005870 7610-EXIT.
005880     EXIT.
005890*
005900 7620-CORRER-CAIDA.
005910     MOVE WS-TC-COD (WS-J - 1) TO WS-TC-COD (WS-J).
005920     MOVE WS-TC-DELTA (WS-J - 1) TO WS-TC-DELTA (WS-J).
005930 7620-EXIT.
005940     EXIT.
005950*
005960 7000-EMITIR-TOPES.
005970     MOVE SPACES TO RPT-CP-REG.
005980     WRITE RPT-CP-REG.
005990     MOVE 'MAYORES AUMENTOS DE SALDO' TO RPT-CP-REG.
006000     WRITE RPT-CP-REG.
006010     PERFORM 7100-IMPRIMIR-SUBA THRU 7100-EXIT
006020         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10.
006030     MOVE SPACES TO RPT-CP-REG.
006040     WRITE RPT-CP-REG.
006050     MOVE 'MAYORES DISMINUCIONES DE SALDO' TO RPT-CP-REG.
006060     WRITE RPT-CP-REG.
006070     PERFORM 7200-IMPRIMIR-CAIDA THRU 7200-EXIT
006080         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10.
006090 7000-EXIT.
006100     EXIT.
006110*
006120 7100-IMPRIMIR-SUBA.
006130     IF WS-TS-COD (WS-I) NOT = ZERO
006140         MOVE WS-TS-COD (WS-I) TO WS-LT-COD
006150         MOVE WS-TS-DELTA (WS-I) TO WS-LT-DELTA
006160         WRITE RPT-CP-REG FROM WS-LINEA-TOPE
006170     END-IF.
006180 7100-EXIT.
006190     EXIT.
006200*
006210 7200-IMPRIMIR-CAIDA.
006220     IF WS-TC-COD (WS-I) NOT = ZERO
006230         MOVE WS-TC-COD (WS-I) TO WS-LT-COD
006240         MOVE WS-TC-DELTA (WS-I) TO WS-LT-DELTA
006250         WRITE RPT-CP-REG FROM WS-LINEA-TOPE
006260     END-IF.
006270 7200-EXIT.
006280     EXIT.
006290*
006300 8000-EMITIR-CUADRO.
006310     MOVE SPACES TO RPT-CP-REG.
006320     WRITE RPT-CP-REG.
006330     WRITE RPT-CP-REG FROM WS-ENC-CUADRO.
006340     PERFORM 8100-IMPRIMIR-FILIAL THRU 8100-EXIT
006350         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FIL-CANT.
006360     MOVE 'SIN FILIAL' TO WS-LC-NOM.
006370     MOVE WS-AS-CNT-ANT TO WS-LC-CNT-ANT.
006380     MOVE WS-AS-CNT-ACT TO WS-LC-CNT-ACT.
006390     MOVE WS-AS-SUS-ANT TO WS-LC-SUS-ANT.
006400     MOVE WS-AS-SUS-ACT TO WS-LC-SUS-ACT.
006410     MOVE WS-AS-SAL-ANT TO WS-LC-SAL-ANT.
006420     MOVE WS-AS-SAL-ACT TO WS-LC-SAL-ACT.
006430     COMPUTE WS-DELTA = WS-AS-SAL-ACT - WS-AS-SAL-ANT.
006440     MOVE WS-DELTA TO WS-LC-DELTA.
006450     WRITE RPT-CP-REG FROM WS-LINEA-CUADRO.
006460     MOVE 'TOTAL GENERAL' TO WS-LC-NOM.
006470     MOVE WS-TG-CNT-ANT TO WS-LC-CNT-ANT.
006480     MOVE WS-TG-CNT-ACT TO WS-LC-CNT-ACT.
006490     MOVE WS-TG-SUS-ANT TO WS-LC-SUS-ANT.
006500     MOVE WS-TG-SUS-ACT TO WS-LC-SUS-ACT.
006510     MOVE WS-TG-SAL-ANT TO WS-LC-SAL-ANT.
006520     MOVE WS-TG-SAL-ACT TO WS-LC-SAL-ACT.
006530     COMPUTE WS-DELTA = WS-TG-SAL-ACT - WS-TG-SAL-ANT.
006540     MOVE WS-DELTA TO WS-LC-DELTA.
006550     WRITE RPT-CP-REG FROM WS-LINEA-CUADRO.
006560     MOVE SPACES TO RPT-CP-REG.
006570     WRITE RPT-CP-REG.
006580     MOVE 'SOCIOS NUEVOS' TO WS-LC-NOM.
006590     MOVE WS-CONT-ALTAS TO WS-LC-CNT-ACT.
006600     MOVE ZERO TO WS-LC-CNT-ANT.
006610     MOVE ZERO TO WS-LC-SUS-ANT.
006620     MOVE ZERO TO WS-LC-SUS-ACT.
006630     MOVE ZERO TO WS-LC-SAL-ANT.
006640     MOVE ZERO TO WS-LC-SAL-ACT.
006650     MOVE ZERO TO WS-LC-DELTA.
006660     WRITE RPT-CP-REG FROM WS-LINEA-CUADRO.
006670     MOVE 'SOCIOS CERRADOS' TO WS-LC-NOM.
006680     MOVE WS-CONT-BAJAS TO WS-LC-CNT-ACT.
006690     WRITE RPT-CP-REG FROM WS-LINEA-CUADRO.
006700     MOVE 'SOCIOS EN AMBOS CIERRES' TO WS-LC-NOM.
006710     MOVE WS-CONT-COMUNES TO WS-LC-CNT-ACT.
006720     WRITE RPT-CP-REG FROM WS-LINEA-CUADRO.
006730 8000-EXIT.
006740     EXIT.
006750*
006760 8100-IMPRIMIR-FILIAL.
006770     SET FIL-IDX TO WS-I.
006780     MOVE FIL-NOM (FIL-IDX) TO WS-LC-NOM.
006790     MOVE WS-AF-CNT-ANT (WS-I) TO WS-LC-CNT-ANT.
006800     MOVE WS-AF-CNT-ACT (WS-I) TO WS-LC-CNT-ACT.
006810     MOVE WS-AF-SUS-ANT (WS-I) TO WS-LC-SUS-ANT.
006820     MOVE WS-AF-SUS-ACT (WS-I) TO WS-LC-SUS-ACT.
006830     MOVE WS-AF-SAL-ANT (WS-I) TO WS-LC-SAL-ANT.
006840     MOVE WS-AF-SAL-ACT (WS-I) TO WS-LC-SAL-ACT.
006850     COMPUTE WS-DELTA =
006860         WS-AF-SAL-ACT (WS-I) - WS-AF-SAL-ANT (WS-I).
006870     MOVE WS-DELTA TO WS-LC-DELTA.
006880     WRITE RPT-CP-REG FROM WS-LINEA-CUADRO.
006890 8100-EXIT.
006900     EXIT.
006910*
006920*****************************************************************
006930 9000-FINALIZAR.
006940*****************************************************************
006950     CLOSE SNAP-ACT.
006960     CLOSE SNAP-ANT.
006970     CLOSE RPT-CP.
006980 9000-EXIT.
006990     EXIT.
007000*
007010*****************************************************************
007020 9900-ABEND-ARCHIVO.
007030*****************************************************************
007040     DISPLAY 'SOCCP01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
007050     DISPLAY 'SOCCP01 - FILE STATUS = ' WS-FS-COMUN.
007060     MOVE 16 TO RETURN-CODE.
007070     STOP RUN.
007080*
007090 END PROGRAM SOCCP01.
