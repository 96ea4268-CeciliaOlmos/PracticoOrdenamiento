000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   03/09/2026 RCA   INITIAL VERSION.
000240*   15/10/2026 RCA   A REVERSAL ('R') NETS AS THE UNDO OF THE
000250*                    MOVEMENT IT CANCELS (HIS-TIPO-ANULA): IT
000260*                    PUTS BACK A DEPOSIT OR PAYMENT AND TAKES A
000270*                    CHARGE OR ADJUSTMENT OFF AGAIN.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SOCRC01.
000310 AUTHOR. R. CASTRO.
000320 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000330 DATE-WRITTEN. 03/09/2026.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SOCIOS        ASSIGN TO SOCIOS
000400         ORGANIZATION INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS SOC-COD
000430         ALTERNATE RECORD KEY IS SOC-NOM
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-FS-SOCIOS.
000460     SELECT SNAPSHOT      ASSIGN TO SNAPANT
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-SNP.
000490     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-HIST.
000520     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000530         FILE STATUS IS WS-FS-SORT.
000540     SELECT TRAB-ORD      ASSIGN TO "SORTTRAB"
000550         FILE STATUS IS WS-FS-TRAB.
000560     SELECT RPT-RC        ASSIGN TO RPTRC
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-RPTRC.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SOCIOS.
000630     COPY socreg.
000640*
000650 FD  SNAPSHOT.
000660     COPY snpreg.
000670*
000680 FD  MOV-HIST.
000690     COPY movhist.
000700*
000710 SD  ARCH-SORT.
000720 01  RC-REG.
000730     03  RC-COD                 PIC 9(06).
000740     03  RC-TIPO                PIC X(01).
000750     03  RC-IMPORTE             PIC S9(8)V99.
000760     03  RC-TIPO-ANULA          PIC X(01).
000770*
000780 FD  TRAB-ORD.
000790 01  TRB-REG.
000800     03  TRB-COD                PIC 9(06).
000810     03  TRB-TIPO               PIC X(01).
000820     03  TRB-IMPORTE            PIC S9(8)V99.
000830     03  TRB-TIPO-ANULA         PIC X(01).
000840*
000850 FD  RPT-RC.
000860 01  RPT-RC-REG                 PIC X(80).
000870*
000880 WORKING-STORAGE SECTION.
000890 01  WS-SWITCHES.
000900     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
000910         88  WS-FIN-SOCIOS              VALUE 'S'.
000920     05  WS-SW-FIN-SNP          PIC X(01) VALUE 'N'.
000930         88  WS-FIN-SNP                 VALUE 'S'.
000940     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
000950         88  WS-FIN-HIST                VALUE 'S'.
000960     05  WS-SW-FIN-TRAB         PIC X(01) VALUE 'N'.
000970         88  WS-FIN-TRAB                VALUE 'S'.
000980*
000990 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001000*
001010 01  WS-FS-SNP                  PIC X(02) VALUE '00'.
001020*
001030 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
001040*
001050 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001060*
001070 01  WS-FS-TRAB                 PIC X(02) VALUE '00'.
001080*
001090 01  WS-FS-RPTRC                PIC X(02) VALUE '00'.
001100*
001110 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001120*
001130 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001140*
001150 01  WS-PERIODO-FOTO            PIC 9(06) VALUE ZERO.
001160*
001170 01  WS-PERIODO-HIS             PIC 9(06) VALUE ZERO.
001180*
001190 01  WS-COD-ALTO                PIC 9(07) VALUE 9999999.
001200*
001210 01  WS-COD-SOCIO               PIC 9(07) VALUE 9999999.
001220*
001230 01  WS-COD-FOTO                PIC 9(07) VALUE 9999999.
001240*
001250 01  WS-COD-MOV                 PIC 9(07) VALUE 9999999.
001260*
001270 01  WS-COD-ACTUAL              PIC 9(07) VALUE ZERO.
001280*
001290 01  WS-SALDO-FOTO              PIC S9(9)V99 VALUE ZERO.
001300*
001310 01  WS-NETO-MOVS               PIC S9(9)V99 VALUE ZERO.
001320*
001330 01  WS-SALDO-ACTUAL            PIC S9(9)V99 VALUE ZERO.
001340*
001350 01  WS-SALDO-ESPERADO          PIC S9(9)V99 VALUE ZERO.
001360*
001370 01  WS-DIFERENCIA              PIC S9(9)V99 VALUE ZERO.
001380*
001390 01  WS-SW-HAY-MAESTRO          PIC X(01) VALUE 'N'.
001400     88  WS-HAY-MAESTRO                VALUE 'S'.
001410*
001420 01  WS-CONTADORES.
001430     05  WS-CONT-EVALUADOS      PIC 9(05) VALUE ZERO.
001440     05  WS-CONT-CONFORMES      PIC 9(05) VALUE ZERO.
001450     05  WS-CONT-EXCEPCIONES    PIC 9(05) VALUE ZERO.
001460     05  WS-CONT-MOVS           PIC 9(07) VALUE ZERO.
001470*
001480 01  WS-TOTAL-DISCREPANCIA      PIC S9(10)V99 VALUE ZERO.
001490*
001500 01  WS-ENC-PERIODO.
001510     05  FILLER                 PIC X(36)
001520         VALUE 'CONCILIACION FOTO + MOVIMIENTOS PER '.
001530     05  WS-EP-PERIODO          PIC 9(06).
001540*
001550 01  WS-ENC-COLUMNAS.
001560     05  FILLER                 PIC X(06) VALUE 'COD.'.
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  FILLER                 PIC X(15) VALUE 'SALDO FOTO'.
001590     05  FILLER                 PIC X(01) VALUE SPACES.
001600     05  FILLER                 PIC X(15) VALUE 'NETO MOVS'.
001610     05  FILLER                 PIC X(01) VALUE SPACES.
001620     05  FILLER                 PIC X(15) VALUE 'SALDO MAESTRO'.
001630     05  FILLER                 PIC X(01) VALUE SPACES.
001640     05  FILLER                 PIC X(15) VALUE 'DIFERENCIA'.
001650*
001660 01  WS-LINEA-EXC.
001670     05  WS-LE-COD              PIC 9(06).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  WS-LE-FOTO             PIC -ZZZ,ZZZ,ZZ9.99.
001700     05  FILLER                 PIC X(01) VALUE SPACES.
001710     05  WS-LE-NETO             PIC -ZZZ,ZZZ,ZZ9.99.
001720     05  FILLER                 PIC X(01) VALUE SPACES.
001730     05  WS-LE-ACTUAL           PIC -ZZZ,ZZZ,ZZ9.99.
001740     05  FILLER                 PIC X(01) VALUE SPACES.
001750     05  WS-LE-DIF              PIC -ZZZ,ZZZ,ZZ9.99.
001760     05  FILLER                 PIC X(01) VALUE SPACES.
001770     05  WS-LE-MOTIVO           PIC X(12).
001780*
001790 01  WS-LINEA-RESUMEN.
001800     05  WS-LR-ETIQUETA         PIC X(30).
001810     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
001820*
001830 01  WS-LINEA-TOTAL.
001840     05  WS-LT-ETIQUETA         PIC X(30).
001850     05  WS-LT-IMPORTE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
001860*
001870 PROCEDURE DIVISION.
001880*****************************************************************
001890 0000-MAINLINE.
001900*****************************************************************
001910     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001920     PERFORM 3000-ORDENAR THRU 3000-EXIT.
001930     PERFORM 4000-CONCILIAR THRU 4000-EXIT.
001940     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001950     STOP RUN.
001960*
001970*****************************************************************
001980* 1000-INICIALIZAR OPENS THE STREAMS AND PRIMES THE SNAPSHOT
001990* LOOKAHEAD - THE FIRST SNAPSHOT RECORD ALSO GIVES THE CLOSING
002000* PERIOD THE MOVEMENT FILTER CUTS ON. AN EMPTY SNAPSHOT LEAVES
002010* THE PERIOD AT ZERO, SO THE WHOLE HISTORY APPLIES AND EVERY
002020* MEMBER RECONCILES FROM A ZERO OPENING - THE RIGHT ANSWER FOR
002030* A MASTER THAT PREDATES THE FIRST MONTH-END SNAPSHOT.
002040*****************************************************************
002050 1000-INICIALIZAR.
002060     OPEN INPUT SOCIOS.
002070     IF WS-FS-SOCIOS NOT = '00'
002080         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
002090         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
002100         PERFORM 9900-ABEND-ARCHIVO
002110     END-IF.
002120     OPEN INPUT SNAPSHOT.
002130     IF WS-FS-SNP NOT = '00'
002140         MOVE 'SNAPSHOT' TO WS-NOMBRE-ARCHIVO
002150         MOVE WS-FS-SNP TO WS-FS-COMUN
002160         PERFORM 9900-ABEND-ARCHIVO
002170     END-IF.
002180     OPEN OUTPUT RPT-RC.
002190     IF WS-FS-RPTRC NOT = '00'
002200         MOVE 'RPT-RC' TO WS-NOMBRE-ARCHIVO
002210         MOVE WS-FS-RPTRC TO WS-FS-COMUN
002220         PERFORM 9900-ABEND-ARCHIVO
002230     END-IF.
002240     PERFORM 4030-LEER-FOTO THRU 4030-EXIT.
002250     IF NOT WS-FIN-SNP
002260         MOVE SNP-PERIODO TO WS-PERIODO-FOTO
002270     END-IF.
002280     MOVE WS-PERIODO-FOTO TO WS-EP-PERIODO.
002290     WRITE RPT-RC-REG FROM WS-ENC-PERIODO.
002300     MOVE SPACES TO RPT-RC-REG.
002310     WRITE RPT-RC-REG.
002320     WRITE RPT-RC-REG FROM WS-ENC-COLUMNAS.
002330 1000-EXIT.
002340     EXIT.
002350*
002360*****************************************************************
002370* 3000-ORDENAR SORTS THE MOVEMENTS PROCESSED AFTER THE SNAPSHOT
002380* PERIOD BY MEMBER CODE INTO THE TRAB-ORD WORK FILE, THE SAME
002390* SHAPE SOCST01 USES TO MERGE HISTORY AGAINST THE MASTER.
002400*****************************************************************
002410 3000-ORDENAR.
002420     SORT ARCH-SORT ASCENDING KEY RC-COD
002430         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
002440         GIVING TRAB-ORD.
002450     IF WS-FS-SORT NOT = '00'
002460         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
002470         MOVE WS-FS-SORT TO WS-FS-COMUN
002480         PERFORM 9900-ABEND-ARCHIVO
002490     END-IF.
002500 3000-EXIT.
002510     EXIT.
002520*
002530 6000-PROCESO-ENTRADA.
002540     OPEN INPUT MOV-HIST.
002550     IF WS-FS-HIST NOT = '00'
002560         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
002570         MOVE WS-FS-HIST TO WS-FS-COMUN
002580         PERFORM 9900-ABEND-ARCHIVO
002590     END-IF.
002600     PERFORM 6010-LEER-HIST THRU 6010-EXIT
002610         UNTIL WS-FIN-HIST.
002620     CLOSE MOV-HIST.
002630 6000-EXIT.
002640     EXIT.
002650*
002660 6010-LEER-HIST.
002670     READ MOV-HIST
002680         AT END
002690             MOVE 'S' TO WS-SW-FIN-HIST
002700             GO TO 6010-EXIT
002710     END-READ.
002720     DIVIDE HIS-FEC-PROCESO BY 100 GIVING WS-PERIODO-HIS.
002730     IF WS-PERIODO-HIS NOT > WS-PERIODO-FOTO
002740         GO TO 6010-EXIT
002750     END-IF.
002760     ADD 1 TO WS-CONT-MOVS.
002770     MOVE HIS-COD TO RC-COD.
002780     MOVE HIS-TIPO TO RC-TIPO.
002790     MOVE HIS-IMPORTE TO RC-IMPORTE.
002800     IF HIS-TIPO = 'R'
002810         MOVE HIS-TIPO-ANULA TO RC-TIPO-ANULA
002820     ELSE
002830         MOVE SPACE TO RC-TIPO-ANULA
002840     END-IF.
002850     RELEASE RC-REG.
002860     IF WS-FS-SORT NOT = '00'
002870         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
002880         MOVE WS-FS-SORT TO WS-FS-COMUN
002890         PERFORM 9900-ABEND-ARCHIVO
002900     END-IF.
002910 6010-EXIT.
002920     EXIT.
002930*
002940*****************************************************************
002950* 4000-CONCILIAR - BALANCED-LINE MERGE OF THE THREE STREAMS,
002960* ALL ASCENDING BY MEMBER CODE. EACH PASS TAKES THE LOWEST
002970* CODE STILL PENDING, GATHERS THAT MEMBER'S SNAPSHOT BALANCE,
002980* MOVEMENT NET AND MASTER BALANCE, AND JUDGES THE EQUATION
002990* FOTO + NETO = MAESTRO. A CODE ABSENT FROM THE MASTER MUST
003000* NET TO ZERO - A DEPARTED MEMBER WHOSE MONEY DID NOT.
003010*****************************************************************
003020 4000-CONCILIAR.
003030     OPEN INPUT TRAB-ORD.
003040     IF WS-FS-TRAB NOT = '00'
003050         MOVE 'TRAB-ORD' TO WS-NOMBRE-ARCHIVO
003060         MOVE WS-FS-TRAB TO WS-FS-COMUN
003070         PERFORM 9900-ABEND-ARCHIVO
003080     END-IF.
003090     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
003100     PERFORM 4020-LEER-SOCIO THRU 4020-EXIT.
003110     PERFORM 4100-CONCILIAR-COD THRU 4100-EXIT
003120         UNTIL WS-COD-SOCIO = WS-COD-ALTO
003130         AND WS-COD-FOTO = WS-COD-ALTO
003140         AND WS-COD-MOV = WS-COD-ALTO.
003150     CLOSE TRAB-ORD.
003160 4000-EXIT.
003170     EXIT.
003180*
003190 4010-LEER-TRAB.
003200     READ TRAB-ORD
003210         AT END
003220             MOVE 'S' TO WS-SW-FIN-TRAB
003230             MOVE WS-COD-ALTO TO WS-COD-MOV
003240             GO TO 4010-EXIT
003250     END-READ.
003260     MOVE TRB-COD TO WS-COD-MOV.
003270 4010-EXIT.
003280     EXIT.
003290*
003300 4020-LEER-SOCIO.
003310     READ SOCIOS
003320         AT END
003330             MOVE 'S' TO WS-SW-FIN-SOCIOS
003340             MOVE WS-COD-ALTO TO WS-COD-SOCIO
003350             GO TO 4020-EXIT
003360     END-READ.
003370     MOVE SOC-COD TO WS-COD-SOCIO.
003380 4020-EXIT.
003390     EXIT.
003400*
003410 4030-LEER-FOTO.
003420     READ SNAPSHOT
003430         AT END
003440             MOVE 'S' TO WS-SW-FIN-SNP
003450             MOVE WS-COD-ALTO TO WS-COD-FOTO
003460             GO TO 4030-EXIT
003470     END-READ.
003480     MOVE SNP-COD TO WS-COD-FOTO.
003490 4030-EXIT.
003500     EXIT.
003510*
003520 4100-CONCILIAR-COD.
003530     MOVE WS-COD-SOCIO TO WS-COD-ACTUAL.
003540     IF WS-COD-FOTO < WS-COD-ACTUAL
003550         MOVE WS-COD-FOTO TO WS-COD-ACTUAL
003560     END-IF.
003570     IF WS-COD-MOV < WS-COD-ACTUAL
003580         MOVE WS-COD-MOV TO WS-COD-ACTUAL
003590     END-IF.
003600     MOVE ZERO TO WS-SALDO-FOTO.
003610     MOVE ZERO TO WS-NETO-MOVS.
003620     MOVE ZERO TO WS-SALDO-ACTUAL.
003630     MOVE 'N' TO WS-SW-HAY-MAESTRO.
003640     IF WS-COD-FOTO = WS-COD-ACTUAL
003650         MOVE SNP-SALDO TO WS-SALDO-FOTO
003660         PERFORM 4030-LEER-FOTO THRU 4030-EXIT
003670     END-IF.
003680     PERFORM 4110-ACUMULAR-MOV THRU 4110-EXIT
003690         UNTIL WS-COD-MOV NOT = WS-COD-ACTUAL.
003700     IF WS-COD-SOCIO = WS-COD-ACTUAL
003710         MOVE 'S' TO WS-SW-HAY-MAESTRO
003720         MOVE SOC-SALDO TO WS-SALDO-ACTUAL
003730         PERFORM 4020-LEER-SOCIO THRU 4020-EXIT
003740     END-IF.
003750     ADD 1 TO WS-CONT-EVALUADOS.
003760     COMPUTE WS-SALDO-ESPERADO = WS-SALDO-FOTO + WS-NETO-MOVS.
003770     COMPUTE WS-DIFERENCIA =
003780         WS-SALDO-ACTUAL - WS-SALDO-ESPERADO.
003790     IF WS-DIFERENCIA = ZERO
003800         ADD 1 TO WS-CONT-CONFORMES
003810     ELSE
003820         PERFORM 4200-GRABAR-EXCEPCION THRU 4200-EXIT
003830     END-IF.
003840 4100-EXIT.
003850     EXIT.
003860*
003870*****************************************************************
003880* 4110-ACUMULAR-MOV NETS THE CURRENT MEMBER'S MOVEMENTS THE
003890* SAME WAY THE POSTING APPLIES THEM: DEPOSITS AND PAYMENTS
003900* REDUCE WHAT THE MEMBER OWES, CHARGES AND ADJUSTMENTS ADD
003910* THE SIGNED IMPORTE.
003920* A REVERSAL UNDOES THE MOVEMENT IT CANCELS.
003930*****************************************************************
003940 4110-ACUMULAR-MOV.
003950     EVALUATE TRB-TIPO
003960         WHEN 'D'
003970         WHEN 'P'
003980             SUBTRACT TRB-IMPORTE FROM WS-NETO-MOVS
003990         WHEN 'R'
004000             IF TRB-TIPO-ANULA = 'D' OR TRB-TIPO-ANULA = 'P'
004010                 ADD TRB-IMPORTE TO WS-NETO-MOVS
004020             ELSE
004030                 SUBTRACT TRB-IMPORTE FROM WS-NETO-MOVS
004040             END-IF
004050         WHEN OTHER
004060             ADD TRB-IMPORTE TO WS-NETO-MOVS
004070     END-EVALUATE.
004080     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
004090 4110-EXIT.
004100     EXIT.
004110*
004120 4200-GRABAR-EXCEPCION.
004130     ADD 1 TO WS-CONT-EXCEPCIONES.
004140     ADD WS-DIFERENCIA TO WS-TOTAL-DISCREPANCIA.
004150     MOVE WS-COD-ACTUAL TO WS-LE-COD.
004160     MOVE WS-SALDO-FOTO TO WS-LE-FOTO.
004170     MOVE WS-NETO-MOVS TO WS-LE-NETO.
004180     MOVE WS-SALDO-ACTUAL TO WS-LE-ACTUAL.
004190     MOVE WS-DIFERENCIA TO WS-LE-DIF.
004200     IF WS-HAY-MAESTRO
004210         MOVE 'DIFERENCIA' TO WS-LE-MOTIVO
004220     ELSE
004230         MOVE 'SIN MAESTRO' TO WS-LE-MOTIVO
004240     END-IF.
004250     WRITE RPT-RC-REG FROM WS-LINEA-EXC.
004260 4200-EXIT.
004270     EXIT.
004280*
004290*****************************************************************
004300* 9000-FINALIZAR - THE SUMMARY AND THE VERDICT. ANY EXCEPTION
004310* ENDS THE RUN WITH A NONZERO RETURN CODE SO THE CHAIN (OR
004320* THE OPERATOR) SEES THE MASTER NO LONGER PROVES OUT.
004330*****************************************************************
004340 9000-FINALIZAR.
004350     MOVE SPACES TO RPT-RC-REG.
004360     WRITE RPT-RC-REG.
004370     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-RC-REG.
004380     WRITE RPT-RC-REG.
004390     MOVE 'SOCIOS EVALUADOS' TO WS-LR-ETIQUETA.
004400     MOVE WS-CONT-EVALUADOS TO WS-LR-CANT.
004410     WRITE RPT-RC-REG FROM WS-LINEA-RESUMEN.
004420     MOVE 'SOCIOS CONFORMES' TO WS-LR-ETIQUETA.
004430     MOVE WS-CONT-CONFORMES TO WS-LR-CANT.
004440     WRITE RPT-RC-REG FROM WS-LINEA-RESUMEN.
004450     MOVE 'SOCIOS EN EXCEPCION' TO WS-LR-ETIQUETA.
004460     MOVE WS-CONT-EXCEPCIONES TO WS-LR-CANT.
004470     WRITE RPT-RC-REG FROM WS-LINEA-RESUMEN.
004480     MOVE 'MOVIMIENTOS CONSIDERADOS' TO WS-LR-ETIQUETA.
004490     MOVE WS-CONT-MOVS TO WS-LR-CANT.
004500     WRITE RPT-RC-REG FROM WS-LINEA-RESUMEN.
004510     MOVE 'DISCREPANCIA TOTAL' TO WS-LT-ETIQUETA.
004520     MOVE WS-TOTAL-DISCREPANCIA TO WS-LT-IMPORTE.
004530     WRITE RPT-RC-REG FROM WS-LINEA-TOTAL.
004540     IF WS-CONT-EXCEPCIONES = ZERO
004550         MOVE 'CONCILIACION OK' TO RPT-RC-REG
004560     ELSE
004570         MOVE 'CONCILIACION CON DIFERENCIAS - REVISAR'
004580             TO RPT-RC-REG
004590         MOVE 16 TO RETURN-CODE
004600     END-IF.
004610     WRITE RPT-RC-REG.
004620     CLOSE SOCIOS.
004630     CLOSE SNAPSHOT.
004640     CLOSE RPT-RC.
004650 9000-EXIT.
004660     EXIT.
004670*
004680*****************************************************************
004690 9900-ABEND-ARCHIVO.
004700*****************************************************************
004710     DISPLAY 'SOCRC01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004720     DISPLAY 'SOCRC01 - FILE STATUS = ' WS-FS-COMUN.
004730     MOVE 16 TO RETURN-CODE.
004740     STOP RUN.
004750*
004760 END PROGRAM SOCRC01.
