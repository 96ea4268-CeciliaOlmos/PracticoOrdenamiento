000410*                    RUNCTL), CARRYING THE APPLIED COUNT AND
000420*                    THE NET SALDO EFFECT, FOR THE CIERRE
000430*                    DIARIO (SOCCD01).
000440*   15/10/2026 RCA   MEMBER STATUS (SOC-ESTADO) - ALTAS TAKE
000450*                    TRN-ESTADO ('A' OR BLANK = ACTIVO, 'L' =
000460*                    LICENCIA); CAMBIOS MAY SET 'A' OR 'L' AND
000470*                    LEAVE IT UNCHANGED WHEN BLANK. 'S' IS ONLY
000480*                    EVER SET BY THE NIGHTLY STATUS EVALUATION
000490*                    (SOCES01) AND IS REJECTED HERE. A CHANGE
000500*                    STAMPS SOC-FEC-ESTADO; THE BAJA ARCHIVE AND
000510*                    THE REINSTATE CARRY BOTH FIELDS.
000520*                    JOURNAL IMAGES WIDENED TO 130.
000530*   15/10/2026 RCA   DIRECT-DEBIT ENROLLMENT - TRN-DEBITO 'S' WITH
000540*                    A CBU ENROLLS THE MEMBER (BOTH CBU CHECK
000550*                    DIGITS ARE VERIFIED, 'RECHAZADA - CBU'
000560*                    OTHERWISE), 'N' CANCELS IT, BLANK ON A
000570*                    CAMBIO LEAVES IT. A CHANGE STAMPS
000580*                    SOC-FEC-DEBITO; THE BAJA ARCHIVE AND THE
000590*                    REINSTATE CARRY THE FIELDS. JOURNAL IMAGES
000600*                    WIDENED TO 161.
000610*   15/10/2026 RCA   A CAMBIO CARRYING TRN-ESTADO FOR A MEMBER
000620*                    SUSPENDED FOR ARREARS IS REJECTED
000630*                    ('RECHAZADA - SUSPENDIDO') - ONLY SOCES01
000640*                    LIFTS A SUSPENSION; ONLY 'A' <-> 'L' MAY
000650*                    CHANGE HERE.
000660*****************************************************************
000670 IDENTIFICATION DIVISION.
000680 PROGRAM-ID. SOCMT01.
000690 AUTHOR. R. CASTRO.
000700 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000710 DATE-WRITTEN. 09/08/2026.
000720 DATE-COMPILED.
000730*
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT SOCIOS        ASSIGN TO SOCIOS
000780         ORGANIZATION INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS SOC-COD
000810         ALTERNATE RECORD KEY IS SOC-NOM
000820             WITH DUPLICATES
000830         FILE STATUS IS WS-FS-SOCIOS.
000840     SELECT SOCIOS-TRN    ASSIGN TO SOCIOTRN
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-TRN.
000870     SELECT RPT-TRN       ASSIGN TO RPTTRN
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-RPTTRN.
000900     SELECT SOCIOS-HIST   ASSIGN TO SOCIOHST
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-HIST.
000930     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
000940         ORGANIZATION LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-CTL.
000960     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
000970         ORGANIZATION LINE SEQUENTIAL
000980         FILE STATUS IS WS-FS-JRN.
000990     SELECT RUN-CTL       ASSIGN TO SOCIORUN
001000         ORGANIZATION LINE SEQUENTIAL
001010         FILE STATUS IS WS-FS-RUN.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  SOCIOS.
001060     COPY socreg.
001070*
001080 FD  SOCIOS-TRN.
001090     COPY soctrans.
001100*
001110 FD  RPT-TRN.
001120 01  RPT-TRN-REG                PIC X(70).
001130*
001140 FD  SOCIOS-HIST.
001150     COPY sochist.
001160*
001170 FD  SOCIOS-CTL.
001180 01  CTL-REG.
001190     03  CTL-MODO               PIC X(01).
001200     03  CTL-REINICIO           PIC X(01).
001210     03  CTL-JOBID              PIC X(08).
001220*
001230 FD  SOC-JRN.
001240     COPY jrnreg.
001250*
001260 FD  RUN-CTL.
001270     COPY runctl.
001280*
001290 WORKING-STORAGE SECTION.
001300 01  WS-SWITCHES.
001310     05  WS-SW-FIN-TRN          PIC X(01) VALUE 'N'.
001320         88  WS-FIN-TRN                 VALUE 'S'.
001330*
001340 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001350*
001360 01  WS-FS-TRN                  PIC X(02) VALUE '00'.
001370*
001380 01  WS-FS-RPTTRN               PIC X(02) VALUE '00'.
001390*
001400 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001410*
001420 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001430*
001440 01  WS-CONTADORES.
001450     05  WS-CONT-LEIDAS         PIC 9(05) VALUE ZERO.
001460     05  WS-CONT-ALTAS          PIC 9(05) VALUE ZERO.
001470     05  WS-CONT-CAMBIOS        PIC 9(05) VALUE ZERO.
001480     05  WS-CONT-BAJAS          PIC 9(05) VALUE ZERO.
001490     05  WS-CONT-REINSTALADAS   PIC 9(05) VALUE ZERO.
001500     05  WS-CONT-RECHAZADAS     PIC 9(05) VALUE ZERO.
001510     05  WS-CONT-APLICADAS      PIC 9(05) VALUE ZERO.
001520*
001530 01  WS-RESULTADO               PIC X(22) VALUE SPACES.
001540*
001550 01  WS-LINEA-TRN.
001560     05  WS-LT-TIPO             PIC X(11).
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  WS-LT-COD              PIC 9(06).
001590     05  FILLER                 PIC X(02) VALUE SPACES.
001600     05  WS-LT-RESULTADO        PIC X(22).
001610     05  FILLER                 PIC X(02) VALUE SPACES.
001620     05  WS-LT-NOM              PIC X(20).
001630*
001640 01  WS-LINEA-RESUMEN.
001650     05  WS-LR-ETIQUETA         PIC X(30).
001660     05  WS-LR-CANT             PIC ZZ,ZZ9.
001670*
001680 01  WS-FECHA-HOY.
001690     05  WS-FH-ANIO             PIC 9(04).
001700     05  WS-FH-MES              PIC 9(02).
001710     05  WS-FH-DIA              PIC 9(02).
001720*
001730 01  WS-FECHA-ALTA              PIC 9(08) VALUE ZERO.
001740*
001750 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
001760*
001770 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001780*
001790 01  WS-CTL-JOBID               PIC X(08) VALUE 'SOCMT01'.
001800*
001810 01  WS-SW-FIN-HIST             PIC X(01) VALUE 'N'.
001820     88  WS-FIN-HIST                   VALUE 'S'.
001830*
001840 01  WS-SW-HST-HALLADO          PIC X(01) VALUE 'N'.
001850     88  WS-HST-HALLADO                VALUE 'S'.
001860*
001870 01  WS-HST-GUARDADO.
001880     05  WS-HG-NOM              PIC X(20).
001890     05  WS-HG-SALDO            PIC S9(8)V99.
001900     05  WS-HG-FILIAL           PIC 9(03).
001910     05  WS-HG-FEC-ALTA         PIC 9(08).
001920     05  WS-HG-FEC-ULT-PAGO     PIC 9(08).
001930     05  WS-HG-CATEGORIA        PIC X(01).
001940     05  WS-HG-DOMICILIO        PIC X(30).
001950     05  WS-HG-LOCALIDAD        PIC X(20).
001960     05  WS-HG-TELEFONO         PIC X(15).
001970     05  WS-HG-ESTADO           PIC X(01).
001980     05  WS-HG-FEC-ESTADO       PIC 9(08).
001990     05  WS-HG-DEBITO           PIC X(01).
002000     05  WS-HG-CBU              PIC X(22).
002010     05  WS-HG-FEC-DEBITO       PIC 9(08).
002020*
002030 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
002040*
002050 01  WS-JRN-ACCION              PIC X(01) VALUE SPACE.
002060*
002070 01  WS-JRN-COD                 PIC 9(06) VALUE ZERO.
002080*
002090 01  WS-JRN-ANTES               PIC X(161) VALUE SPACES.
002100*
002110 01  WS-JRN-DESPUES             PIC X(161) VALUE SPACES.
002120*
002130 01  WS-HORA-AHORA.
002140     05  WS-HA-HORA             PIC 9(02).
002150     05  WS-HA-MIN              PIC 9(02).
002160     05  WS-HA-SEG              PIC 9(02).
002170     05  WS-HA-CENT             PIC 9(02).
002180*
002190 01  WS-HORA-JRN.
002200     05  WS-HJ-HORA             PIC 9(02).
002210     05  WS-HJ-MIN              PIC 9(02).
002220     05  WS-HJ-SEG              PIC 9(02).
002230*
002240 01  WS-FS-RUN                  PIC X(02) VALUE '00'.
002250*
002260 01  WS-TOTAL-EFECTO            PIC S9(10)V99 VALUE ZERO.
002270*
002280 01  WS-SALDO-ANTERIOR          PIC S9(8)V99 VALUE ZERO.
002290*
002300*****************************************************************
002310* CBU CHECK-DIGIT WORK AREAS. THE CBU IS TWO BLOCKS - BANK AND
002320* BRANCH (DIGITS 1-7, CHECK DIGIT 8) AND ACCOUNT (DIGITS 9-21,
002330* CHECK DIGIT 22) - EACH PROVED BY THE WEIGHTED SUM BELOW. THE
002340* WEIGHT OF EACH CHECK-DIGIT POSITION ITSELF IS ZERO.
002350*****************************************************************
002360 01  WS-CBU-TRABAJO.
002370     05  WS-CBU-DIGITO          PIC 9(01) OCCURS 22 TIMES.
002380*
002390 01  WS-PESOS-CBU               PIC X(22)
002400         VALUE '7139713039713971397130'.
002410 01  WS-PESOS-CBU-R REDEFINES WS-PESOS-CBU.
002420     05  WS-PESO-CBU            PIC 9(01) OCCURS 22 TIMES.
002430*
002440 01  WS-CBU-IDX                 PIC 9(02) VALUE ZERO.
002450 01  WS-CBU-SUMA                PIC 9(04) VALUE ZERO.
002460 01  WS-CBU-COCIENTE            PIC 9(04) VALUE ZERO.
002470 01  WS-CBU-RESTO               PIC 9(02) VALUE ZERO.
002480 01  WS-CBU-DV                  PIC 9(02) VALUE ZERO.
002490*
002500 01  WS-SW-CBU                  PIC X(01) VALUE 'S'.
002510     88  WS-CBU-VALIDO                 VALUE 'S'.
002520     88  WS-CBU-INVALIDO               VALUE 'N'.
002530*
002540 PROCEDURE DIVISION.
002550*****************************************************************
002560 0000-MAINLINE.
002570*****************************************************************
002580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002590     PERFORM 2000-PROCESAR-TRN THRU 2000-EXIT
002600         UNTIL WS-FIN-TRN.
002610     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002620     STOP RUN.
002630*
002640*****************************************************************
002650 1000-INICIALIZAR.
002660*****************************************************************
002670     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002680     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
002690     OPEN I-O SOCIOS.
002700     IF WS-FS-SOCIOS = '35'
002710         CLOSE SOCIOS
002720         OPEN OUTPUT SOCIOS
002730         IF WS-FS-SOCIOS NOT = '00'
002740             MOVE 'SOCIOS.DAT' TO WS-NOMBRE-ARCHIVO
002750             MOVE WS-FS-SOCIOS TO WS-FS-COMUN
002760             PERFORM 9900-ABEND-ARCHIVO
002770         END-IF
002780         CLOSE SOCIOS
002790         OPEN I-O SOCIOS
002800     END-IF.
002810     IF WS-FS-SOCIOS NOT = '00'
002820         MOVE 'SOCIOS.DAT' TO WS-NOMBRE-ARCHIVO
002830         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
002840         PERFORM 9900-ABEND-ARCHIVO
002850     END-IF.
002860     OPEN INPUT SOCIOS-TRN.
002870     IF WS-FS-TRN NOT = '00'
002880         MOVE 'SOCIOS-TRN.DAT' TO WS-NOMBRE-ARCHIVO
002890         MOVE WS-FS-TRN TO WS-FS-COMUN
002900         PERFORM 9900-ABEND-ARCHIVO
002910     END-IF.
002920     OPEN OUTPUT RPT-TRN.
002930     IF WS-FS-RPTTRN NOT = '00'
002940         MOVE 'SOCIOS-TRN.LST' TO WS-NOMBRE-ARCHIVO
002950         MOVE WS-FS-RPTTRN TO WS-FS-COMUN
002960         PERFORM 9900-ABEND-ARCHIVO
002970     END-IF.
002980     OPEN EXTEND SOC-JRN.
002990     IF WS-FS-JRN = '35'
003000         OPEN OUTPUT SOC-JRN
003010     END-IF.
003020     IF WS-FS-JRN NOT = '00'
003030         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
003040         MOVE WS-FS-JRN TO WS-FS-COMUN
003050         PERFORM 9900-ABEND-ARCHIVO
003060     END-IF.
003070     MOVE 'REPORTE DE TRANSACCIONES - SOCIOS.DAT' TO RPT-TRN-REG.
003080     WRITE RPT-TRN-REG.
003090     MOVE SPACES TO RPT-TRN-REG.
003100     WRITE RPT-TRN-REG.
003110 1000-EXIT.
003120     EXIT.
003130*
003140*****************************************************************
003150* 1100-LEER-CONTROL PICKS UP THE JOB ID FROM THE SAME CONTROL
003160* CARD SOCORD01 READS, WHEN ONE IS SUPPLIED - THE BAJA ARCHIVE
003170* STAMPS IT ON EVERY ARCHIVED RECORD. NO CARD, OR A BLANK JOB
003180* ID, LEAVES THE PROGRAM-NAME DEFAULT.
003190*****************************************************************
003200 1100-LEER-CONTROL.
003210     OPEN INPUT SOCIOS-CTL.
003220     IF WS-FS-CTL = '00'
003230        READ SOCIOS-CTL
003240            AT END
003250                CONTINUE
003260        END-READ
003270        IF WS-FS-CTL = '00' AND CTL-JOBID NOT = SPACE
003280            MOVE CTL-JOBID TO WS-CTL-JOBID
003290        END-IF
003300        CLOSE SOCIOS-CTL
003310     END-IF.
003320 1100-EXIT.
003330     EXIT.
003340*
003350*****************************************************************
003360* 2000-PROCESAR-TRN READS ONE TRANSACTION AND APPLIES IT TO THE
003370* INDEXED SOCIOS FILE ACCORDING TO TRN-TIPO (A = ALTA, C = CAMBIO,
003380* D = BAJA). EVERY TRANSACTION, APPLIED OR REJECTED, IS LOGGED.
003390*****************************************************************
003400 2000-PROCESAR-TRN.
003410     READ SOCIOS-TRN
003420         AT END
003430             MOVE 'S' TO WS-SW-FIN-TRN
003440             GO TO 2000-EXIT
003450     END-READ.
003460     ADD 1 TO WS-CONT-LEIDAS.
003470     EVALUATE TRUE
003480         WHEN TRN-ALTA
003490             PERFORM 2010-GRABAR-ALTA THRU 2010-EXIT
003500         WHEN TRN-CAMBIO
003510             PERFORM 2020-GRABAR-CAMBIO THRU 2020-EXIT
003520         WHEN TRN-BAJA
003530             PERFORM 2030-GRABAR-BAJA THRU 2030-EXIT
003540         WHEN TRN-REINSTALA
003550             PERFORM 2050-GRABAR-REINSTALA THRU 2050-EXIT
003560         WHEN OTHER
003570             ADD 1 TO WS-CONT-RECHAZADAS
003580             MOVE 'TIPO DESCONOCIDO' TO WS-RESULTADO
003590     END-EVALUATE.
003600     PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630*
003640 2010-GRABAR-ALTA.
003650     IF TRN-ESTADO NOT = SPACE AND NOT = 'A' AND NOT = 'L'
003660         ADD 1 TO WS-CONT-RECHAZADAS
003670         MOVE 'RECHAZADA - ESTADO' TO WS-RESULTADO
003680         GO TO 2010-EXIT
003690     END-IF.
003700     PERFORM 2060-VALIDAR-DEBITO THRU 2060-EXIT.
003710     IF WS-CBU-INVALIDO
003720         ADD 1 TO WS-CONT-RECHAZADAS
003730         MOVE 'RECHAZADA - CBU' TO WS-RESULTADO
003740         GO TO 2010-EXIT
003750     END-IF.
003760     MOVE TRN-COD TO SOC-COD.
003770     MOVE TRN-NOM TO SOC-NOM.
003780     MOVE TRN-SALDO TO SOC-SALDO.
003790     MOVE TRN-FILIAL TO SOC-FILIAL.
003800     IF TRN-FEC-ALTA NUMERIC AND TRN-FEC-ALTA NOT = ZERO
003810         MOVE TRN-FEC-ALTA TO WS-FECHA-ALTA
003820     ELSE
003830         MOVE WS-FECHA-HOY TO WS-FECHA-ALTA
003840     END-IF.
003850     MOVE WS-FECHA-ALTA TO SOC-FEC-ALTA.
003860     MOVE ZERO TO SOC-FEC-ULT-PAGO.
003870     MOVE TRN-CATEGORIA TO SOC-CATEGORIA.
003880     MOVE TRN-DOMICILIO TO SOC-DOMICILIO.
003890     MOVE TRN-LOCALIDAD TO SOC-LOCALIDAD.
003900     MOVE TRN-TELEFONO TO SOC-TELEFONO.
003910     IF TRN-ESTADO = 'L'
003920         MOVE 'L' TO SOC-ESTADO
003930     ELSE
003940         MOVE 'A' TO SOC-ESTADO
003950     END-IF.
003960     MOVE WS-FECHA-ALTA TO SOC-FEC-ESTADO.
003970     IF TRN-DEBITO = 'S'
003980         MOVE 'S' TO SOC-DEBITO
003990         MOVE TRN-CBU TO SOC-CBU
004000         MOVE WS-FECHA-ALTA TO SOC-FEC-DEBITO
004010     ELSE
004020         MOVE 'N' TO SOC-DEBITO
004030         MOVE SPACES TO SOC-CBU
004040         MOVE ZERO TO SOC-FEC-DEBITO
004050     END-IF.
004060     WRITE SOC-REG
004070         INVALID KEY
004080             ADD 1 TO WS-CONT-RECHAZADAS
004090             MOVE 'RECHAZADA - YA EXISTE' TO WS-RESULTADO
004100             GO TO 2010-EXIT
004110     END-WRITE.
004120     MOVE SPACES TO WS-JRN-ANTES.
004130     MOVE SOC-REG TO WS-JRN-DESPUES.
004140     MOVE 'A' TO WS-JRN-ACCION.
004150     MOVE SOC-COD TO WS-JRN-COD.
004160     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
004170     ADD SOC-SALDO TO WS-TOTAL-EFECTO.
004180     ADD 1 TO WS-CONT-ALTAS.
004190     MOVE 'ALTA APLICADA' TO WS-RESULTADO.
004200 2010-EXIT.
004210     EXIT.
004220*
004230 2020-GRABAR-CAMBIO.
004240     IF TRN-ESTADO NOT = SPACE AND NOT = 'A' AND NOT = 'L'
004250         ADD 1 TO WS-CONT-RECHAZADAS
004260         MOVE 'RECHAZADA - ESTADO' TO WS-RESULTADO
004270         GO TO 2020-EXIT
004280     END-IF.
004290     PERFORM 2060-VALIDAR-DEBITO THRU 2060-EXIT.
004300     IF WS-CBU-INVALIDO
004310         ADD 1 TO WS-CONT-RECHAZADAS
004320         MOVE 'RECHAZADA - CBU' TO WS-RESULTADO
004330         GO TO 2020-EXIT
004340     END-IF.
004350     MOVE TRN-COD TO SOC-COD.
004360     READ SOCIOS
004370         INVALID KEY
004380             ADD 1 TO WS-CONT-RECHAZADAS
004390             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
004400             GO TO 2020-EXIT
004410     END-READ.
004420     IF SOC-SUSPENDIDO AND TRN-ESTADO NOT = SPACE
004430         ADD 1 TO WS-CONT-RECHAZADAS
004440         MOVE 'RECHAZADA - SUSPENDIDO' TO WS-RESULTADO
004450         GO TO 2020-EXIT
004460     END-IF.
004470     MOVE SOC-REG TO WS-JRN-ANTES.
004480     MOVE SOC-SALDO TO WS-SALDO-ANTERIOR.
004490     MOVE TRN-NOM TO SOC-NOM.
004500     MOVE TRN-SALDO TO SOC-SALDO.
004510     MOVE TRN-FILIAL TO SOC-FILIAL.
004520     MOVE TRN-CATEGORIA TO SOC-CATEGORIA.
004530     MOVE TRN-DOMICILIO TO SOC-DOMICILIO.
004540     MOVE TRN-LOCALIDAD TO SOC-LOCALIDAD.
004550     MOVE TRN-TELEFONO TO SOC-TELEFONO.
004560     IF TRN-ESTADO NOT = SPACE AND TRN-ESTADO NOT = SOC-ESTADO
004570         MOVE TRN-ESTADO TO SOC-ESTADO
004580         MOVE WS-FECHA-HOY TO SOC-FEC-ESTADO
004590     END-IF.
004600     IF TRN-DEBITO = 'S'
004610        AND (NOT SOC-CON-DEBITO OR TRN-CBU NOT = SOC-CBU)
004620         MOVE 'S' TO SOC-DEBITO
004630         MOVE TRN-CBU TO SOC-CBU
004640         MOVE WS-FECHA-HOY TO SOC-FEC-DEBITO
004650     END-IF.
004660     IF TRN-DEBITO = 'N' AND SOC-CON-DEBITO
004670         MOVE 'N' TO SOC-DEBITO
004680         MOVE SPACES TO SOC-CBU
004690         MOVE WS-FECHA-HOY TO SOC-FEC-DEBITO
004700     END-IF.
004710     REWRITE SOC-REG
004720         INVALID KEY
004730             ADD 1 TO WS-CONT-RECHAZADAS
004740             MOVE 'RECHAZADA - REWRITE' TO WS-RESULTADO
004750             GO TO 2020-EXIT
004760     END-REWRITE.
004770     MOVE SOC-REG TO WS-JRN-DESPUES.
004780     MOVE 'M' TO WS-JRN-ACCION.
004790     MOVE SOC-COD TO WS-JRN-COD.
004800     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
004810     COMPUTE WS-TOTAL-EFECTO = WS-TOTAL-EFECTO
004820         + SOC-SALDO - WS-SALDO-ANTERIOR.
004830     ADD 1 TO WS-CONT-CAMBIOS.
004840     MOVE 'CAMBIO APLICADO' TO WS-RESULTADO.
004850 2020-EXIT.
004860     EXIT.
004870*
004880 2030-GRABAR-BAJA.
004890     MOVE TRN-COD TO SOC-COD.
004900     READ SOCIOS
004910         INVALID KEY
004920             ADD 1 TO WS-CONT-RECHAZADAS
004930             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
004940             GO TO 2030-EXIT
004950     END-READ.
004960     MOVE SOC-REG TO WS-JRN-ANTES.
004970     PERFORM 2035-ARCHIVAR-BAJA THRU 2035-EXIT.
004980     DELETE SOCIOS
004990         INVALID KEY
005000             ADD 1 TO WS-CONT-RECHAZADAS
005010             MOVE 'RECHAZADA - DELETE' TO WS-RESULTADO
005020             GO TO 2030-EXIT
005030     END-DELETE.
005040     MOVE SPACES TO WS-JRN-DESPUES.
005050     MOVE 'B' TO WS-JRN-ACCION.
005060     MOVE TRN-COD TO WS-JRN-COD.
005070     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
005080     SUBTRACT SOC-SALDO FROM WS-TOTAL-EFECTO.
005090     ADD 1 TO WS-CONT-BAJAS.
005100     MOVE 'BAJA APLICADA' TO WS-RESULTADO.
005110 2030-EXIT.
005120     EXIT.
005130*
005140*****************************************************************
005150* 2035-ARCHIVAR-BAJA WRITES THE FULL OUTGOING SOC-REG TO THE
005160* SOCIOS-HIST ARCHIVE, STAMPED WITH TODAY'S DATE AND THE JOB
005170* ID, BEFORE THE DELETE - A BAJA KEYED IN ERROR CAN THEN BE
005180* REINSTATED WITH A TYPE 'R' TRANSACTION INSTEAD OF RE-ENTERED
005190* FROM PAPER. THE ARCHIVE IS OPENED PER BAJA BECAUSE THE SAME
005200* RUN MAY ALSO READ IT FOR A REINSTATE.
005210*****************************************************************
005220 2035-ARCHIVAR-BAJA.
005230     OPEN EXTEND SOCIOS-HIST.
005240     IF WS-FS-HIST = '35'
005250         OPEN OUTPUT SOCIOS-HIST
005260     END-IF.
005270     IF WS-FS-HIST NOT = '00'
005280         MOVE 'SOCIOS-HIST' TO WS-NOMBRE-ARCHIVO
005290         MOVE WS-FS-HIST TO WS-FS-COMUN
005300         PERFORM 9900-ABEND-ARCHIVO
005310     END-IF.
005320     MOVE SOC-COD TO HST-COD.
005330     MOVE SOC-NOM TO HST-NOM.
005340     MOVE SOC-SALDO TO HST-SALDO.
005350     MOVE SOC-FILIAL TO HST-FILIAL.
005360     MOVE SOC-FEC-ALTA TO HST-FEC-ALTA.
005370     MOVE SOC-FEC-ULT-PAGO TO HST-FEC-ULT-PAGO.
005380     MOVE WS-FECHA-HOY TO HST-FEC-BAJA.
005390     MOVE WS-CTL-JOBID TO HST-JOBID.
005400     MOVE SOC-CATEGORIA TO HST-CATEGORIA.
005410     MOVE SOC-DOMICILIO TO HST-DOMICILIO.
005420     MOVE SOC-LOCALIDAD TO HST-LOCALIDAD.
005430     MOVE SOC-TELEFONO TO HST-TELEFONO.
005440     MOVE SOC-ESTADO TO HST-ESTADO.
005450     MOVE SOC-FEC-ESTADO TO HST-FEC-ESTADO.
005460     MOVE SOC-DEBITO TO HST-DEBITO.
005470     MOVE SOC-CBU TO HST-CBU.
005480     MOVE SOC-FEC-DEBITO TO HST-FEC-DEBITO.
005490     WRITE HST-REG.
005500     IF WS-FS-HIST NOT = '00'
005510         MOVE 'SOCIOS-HIST' TO WS-NOMBRE-ARCHIVO
005520         MOVE WS-FS-HIST TO WS-FS-COMUN
005530         PERFORM 9900-ABEND-ARCHIVO
005540     END-IF.
005550     CLOSE SOCIOS-HIST.
005560 2035-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600* 2050-GRABAR-REINSTALA RESTORES A MEMBER DELETED IN ERROR:
005610* SCANS THE SOCIOS-HIST ARCHIVE FOR THE LATEST RECORD WITH THE
005620* TRANSACTION'S CODE AND WRITES IT BACK TO THE MASTER. REJECTED
005630* WHEN THE MEMBER ALREADY EXISTS, WHEN THERE IS NO ARCHIVE YET,
005640* OR WHEN THE CODE WAS NEVER ARCHIVED.
005650*****************************************************************
005660 2050-GRABAR-REINSTALA.
005670     MOVE TRN-COD TO SOC-COD.
005680     READ SOCIOS
005690         INVALID KEY
005700             CONTINUE
005710         NOT INVALID KEY
005720             ADD 1 TO WS-CONT-RECHAZADAS
005730             MOVE 'RECHAZADA - YA EXISTE' TO WS-RESULTADO
005740             GO TO 2050-EXIT
005750     END-READ.
005760     MOVE 'N' TO WS-SW-FIN-HIST.
005770     MOVE 'N' TO WS-SW-HST-HALLADO.
005780     OPEN INPUT SOCIOS-HIST.
005790     IF WS-FS-HIST = '35'
005800         ADD 1 TO WS-CONT-RECHAZADAS
005810         MOVE 'RECHAZADA - SIN ARCHIVO' TO WS-RESULTADO
005820         GO TO 2050-EXIT
005830     END-IF.
005840     IF WS-FS-HIST NOT = '00'
005850         MOVE 'SOCIOS-HIST' TO WS-NOMBRE-ARCHIVO
005860         MOVE WS-FS-HIST TO WS-FS-COMUN
005870         PERFORM 9900-ABEND-ARCHIVO
005880     END-IF.
005890     PERFORM 2051-BUSCAR-ARCHIVO THRU 2051-EXIT
005900         UNTIL WS-FIN-HIST.
005910     CLOSE SOCIOS-HIST.
005920     IF NOT WS-HST-HALLADO
005930         ADD 1 TO WS-CONT-RECHAZADAS
005940         MOVE 'RECHAZADA - NO ARCHIVADO' TO WS-RESULTADO
005950         GO TO 2050-EXIT
005960     END-IF.
005970     MOVE TRN-COD TO SOC-COD.
005980     MOVE WS-HG-NOM TO SOC-NOM.
005990     MOVE WS-HG-SALDO TO SOC-SALDO.
006000     MOVE WS-HG-FILIAL TO SOC-FILIAL.
006010     MOVE WS-HG-FEC-ALTA TO SOC-FEC-ALTA.
006020     MOVE WS-HG-FEC-ULT-PAGO TO SOC-FEC-ULT-PAGO.
006030     MOVE WS-HG-CATEGORIA TO SOC-CATEGORIA.
006040     MOVE WS-HG-DOMICILIO TO SOC-DOMICILIO.
006050     MOVE WS-HG-LOCALIDAD TO SOC-LOCALIDAD.
006060     MOVE WS-HG-TELEFONO TO SOC-TELEFONO.
006070     MOVE WS-HG-ESTADO TO SOC-ESTADO.
006080     MOVE WS-HG-FEC-ESTADO TO SOC-FEC-ESTADO.
006090     MOVE WS-HG-DEBITO TO SOC-DEBITO.
006100     MOVE WS-HG-CBU TO SOC-CBU.
006110     MOVE WS-HG-FEC-DEBITO TO SOC-FEC-DEBITO.
006120     WRITE SOC-REG
006130         INVALID KEY
006140             ADD 1 TO WS-CONT-RECHAZADAS
006150             MOVE 'RECHAZADA - WRITE' TO WS-RESULTADO
006160             GO TO 2050-EXIT
006170     END-WRITE.
006180     MOVE SPACES TO WS-JRN-ANTES.
006190     MOVE SOC-REG TO WS-JRN-DESPUES.
006200     MOVE 'A' TO WS-JRN-ACCION.
006210     MOVE SOC-COD TO WS-JRN-COD.
006220     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
006230     ADD SOC-SALDO TO WS-TOTAL-EFECTO.
006240     ADD 1 TO WS-CONT-REINSTALADAS.
006250     MOVE 'REINSTALA APLICADA' TO WS-RESULTADO.
006260 2050-EXIT.
006270     EXIT.
006280*
006290 2051-BUSCAR-ARCHIVO.
006300     READ SOCIOS-HIST
006310         AT END
006320             MOVE 'S' TO WS-SW-FIN-HIST
006330             GO TO 2051-EXIT
006340     END-READ.
006350     IF HST-COD = TRN-COD
006360         MOVE 'S' TO WS-SW-HST-HALLADO
006370         MOVE HST-NOM TO WS-HG-NOM
006380         MOVE HST-SALDO TO WS-HG-SALDO
006390         MOVE HST-FILIAL TO WS-HG-FILIAL
006400         MOVE HST-FEC-ALTA TO WS-HG-FEC-ALTA
006410         MOVE HST-FEC-ULT-PAGO TO WS-HG-FEC-ULT-PAGO
006420         MOVE HST-CATEGORIA TO WS-HG-CATEGORIA
006430         MOVE HST-DOMICILIO TO WS-HG-DOMICILIO
006440         MOVE HST-LOCALIDAD TO WS-HG-LOCALIDAD
006450         MOVE HST-TELEFONO TO WS-HG-TELEFONO
006460         MOVE HST-ESTADO TO WS-HG-ESTADO
006470         MOVE HST-FEC-ESTADO TO WS-HG-FEC-ESTADO
006480         MOVE HST-DEBITO TO WS-HG-DEBITO
006490         MOVE HST-CBU TO WS-HG-CBU
006500         MOVE HST-FEC-DEBITO TO WS-HG-FEC-DEBITO
006510     END-IF.
006520 2051-EXIT.
006530     EXIT.
006540*
006550*****************************************************************
006560* 2060-VALIDAR-DEBITO CHECKS THE DIRECT-DEBIT FIELDS OF AN ALTA
006570* OR CAMBIO: TRN-DEBITO MUST BE BLANK, 'S' OR 'N', AND AN 'S'
006580* MUST CARRY A 22-DIGIT CBU WHOSE TWO CHECK DIGITS PROVE OUT -
006590* EACH BLOCK'S CHECK DIGIT IS TEN MINUS THE LAST DIGIT OF THE
006600* WEIGHTED SUM OF ITS DIGITS (ZERO WHEN THAT COMES TO TEN).
006610*****************************************************************
006620 2060-VALIDAR-DEBITO.
006630     SET WS-CBU-VALIDO TO TRUE.
006640     IF TRN-DEBITO NOT = SPACE AND NOT = 'S' AND NOT = 'N'
006650         SET WS-CBU-INVALIDO TO TRUE
006660         GO TO 2060-EXIT
006670     END-IF.
006680     IF TRN-DEBITO NOT = 'S'
006690         GO TO 2060-EXIT
006700     END-IF.
006710     IF TRN-CBU NOT NUMERIC OR TRN-CBU = ZERO
006720         SET WS-CBU-INVALIDO TO TRUE
006730         GO TO 2060-EXIT
006740     END-IF.
006750     MOVE TRN-CBU TO WS-CBU-TRABAJO.
006760     MOVE ZERO TO WS-CBU-SUMA.
006770     PERFORM 2061-SUMAR-DIGITO THRU 2061-EXIT
006780         VARYING WS-CBU-IDX FROM 1 BY 1
006790         UNTIL WS-CBU-IDX > 7.
006800     PERFORM 2062-CALCULAR-DV THRU 2062-EXIT.
006810     IF WS-CBU-DV NOT = WS-CBU-DIGITO (8)
006820         SET WS-CBU-INVALIDO TO TRUE
006830         GO TO 2060-EXIT
006840     END-IF.
006850     MOVE ZERO TO WS-CBU-SUMA.
006860     PERFORM 2061-SUMAR-DIGITO THRU 2061-EXIT
006870         VARYING WS-CBU-IDX FROM 9 BY 1
006880         UNTIL WS-CBU-IDX > 21.
006890     PERFORM 2062-CALCULAR-DV THRU 2062-EXIT.
006900     IF WS-CBU-DV NOT = WS-CBU-DIGITO (22)
006910         SET WS-CBU-INVALIDO TO TRUE
006920     END-IF.
006930 2060-EXIT.
006940     EXIT.
006950*
006960 2061-SUMAR-DIGITO.
006970     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
006980         + WS-CBU-DIGITO (WS-CBU-IDX) * WS-PESO-CBU (WS-CBU-IDX).
006990 2061-EXIT.
007000     EXIT.
007010*
007020 2062-CALCULAR-DV.
007030     DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
007040         REMAINDER WS-CBU-RESTO.
007050     IF WS-CBU-RESTO = ZERO
007060         MOVE ZERO TO WS-CBU-DV
007070     ELSE
007080         COMPUTE WS-CBU-DV = 10 - WS-CBU-RESTO
007090     END-IF.
007100 2062-EXIT.
007110     EXIT.
007120*
007130 2040-REGISTRAR-LOG.
007140     EVALUATE TRUE
007150         WHEN TRN-ALTA
007160             MOVE 'ALTA' TO WS-LT-TIPO
007170         WHEN TRN-CAMBIO
007180             MOVE 'CAMBIO' TO WS-LT-TIPO
007190         WHEN TRN-BAJA
007200             MOVE 'BAJA' TO WS-LT-TIPO
007210         WHEN TRN-REINSTALA
007220             MOVE 'REINSTALA' TO WS-LT-TIPO
007230         WHEN OTHER
007240             MOVE 'DESCONOCIDO' TO WS-LT-TIPO
007250     END-EVALUATE.
007260     MOVE TRN-COD TO WS-LT-COD.
007270     MOVE TRN-NOM TO WS-LT-NOM.
007280     MOVE WS-RESULTADO TO WS-LT-RESULTADO.
007290     WRITE RPT-TRN-REG FROM WS-LINEA-TRN.
007300 2040-EXIT.
007310     EXIT.
007320*
007330*****************************************************************
007340* 8200-GRABAR-JOURNAL APPENDS ONE BEFORE/AFTER-IMAGE RECORD TO
007350* THE COMMON SOCIOS JOURNAL. THE CALLER LOADS WS-JRN-ANTES /
007360* WS-JRN-DESPUES / WS-JRN-ACCION / WS-JRN-COD BEFORE
007370* PERFORMING THIS PARAGRAPH; THE STAMP IS TAKEN HERE SO EVERY
007380* RECORD CARRIES THE MOMENT IT WAS ACTUALLY WRITTEN.
007390*****************************************************************
007400 8200-GRABAR-JOURNAL.
007410     ACCEPT WS-HORA-AHORA FROM TIME.
007420     MOVE WS-HA-HORA TO WS-HJ-HORA.
007430     MOVE WS-HA-MIN TO WS-HJ-MIN.
007440     MOVE WS-HA-SEG TO WS-HJ-SEG.
007450     MOVE 'SOCMT01' TO JRN-PROGRAMA.
007460     MOVE WS-FECHA-HOY TO JRN-FECHA.
007470     MOVE WS-HORA-JRN TO JRN-HORA.
007480     MOVE WS-CTL-JOBID TO JRN-JOBID.
007490     MOVE WS-JRN-ACCION TO JRN-ACCION.
007500     MOVE WS-JRN-COD TO JRN-COD.
007510     MOVE WS-JRN-ANTES TO JRN-ANTES.
007520     MOVE WS-JRN-DESPUES TO JRN-DESPUES.
007530     WRITE JRN-REG.
007540     IF WS-FS-JRN NOT = '00'
007550         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
007560         MOVE WS-FS-JRN TO WS-FS-COMUN
007570         PERFORM 9900-ABEND-ARCHIVO
007580     END-IF.
007590 8200-EXIT.
007600     EXIT.
007610*
007620*****************************************************************
007630 9000-FINALIZAR.
007640*****************************************************************
007650     MOVE SPACES TO RPT-TRN-REG.
007660     WRITE RPT-TRN-REG.
007670     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-TRN-REG.
007680     WRITE RPT-TRN-REG.
007690     MOVE 'TRANSACCIONES LEIDAS' TO WS-LR-ETIQUETA.
007700     MOVE WS-CONT-LEIDAS TO WS-LR-CANT.
007710     WRITE RPT-TRN-REG FROM WS-LINEA-RESUMEN.
007720     MOVE 'ALTAS APLICADAS' TO WS-LR-ETIQUETA.
007730     MOVE WS-CONT-ALTAS TO WS-LR-CANT.
007740     WRITE RPT-TRN-REG FROM WS-LINEA-RESUMEN.
007750     MOVE 'CAMBIOS APLICADOS' TO WS-LR-ETIQUETA.
007760     MOVE WS-CONT-CAMBIOS TO WS-LR-CANT.
007770     WRITE RPT-TRN-REG FROM WS-LINEA-RESUMEN.
007780     MOVE 'REINSTALAS APLICADAS' TO WS-LR-ETIQUETA.
007790     MOVE WS-CONT-REINSTALADAS TO WS-LR-CANT.
007800     WRITE RPT-TRN-REG FROM WS-LINEA-RESUMEN.
007810     MOVE 'BAJAS APLICADAS' TO WS-LR-ETIQUETA.
007820     MOVE WS-CONT-BAJAS TO WS-LR-CANT.
007830     WRITE RPT-TRN-REG FROM WS-LINEA-RESUMEN.
007840     MOVE 'TRANSACCIONES RECHAZADAS' TO WS-LR-ETIQUETA.
007850     MOVE WS-CONT-RECHAZADAS TO WS-LR-CANT.
007860     WRITE RPT-TRN-REG FROM WS-LINEA-RESUMEN.
007870     PERFORM 8300-GRABAR-RUNCTL THRU 8300-EXIT.
007880     CLOSE SOCIOS.
007890     CLOSE SOCIOS-TRN.
007900     CLOSE SOC-JRN.
007910     CLOSE RPT-TRN.
007920 9000-EXIT.
007930     EXIT.
007940*
007950*****************************************************************
007960* 8300-GRABAR-RUNCTL APPENDS THIS RUN'S MACHINE-READABLE
007970* CONTROL RECORD (COPY RUNCTL) TO THE SHARED RUN-CONTROL FILE
007980* FOR THE CIERRE DIARIO VERIFICATION (SOCCD01).
007990*****************************************************************
008000 8300-GRABAR-RUNCTL.
008010     OPEN EXTEND RUN-CTL.
008020     IF WS-FS-RUN = '35'
008030         OPEN OUTPUT RUN-CTL
008040     END-IF.
008050     IF WS-FS-RUN NOT = '00'
008060         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
008070         MOVE WS-FS-RUN TO WS-FS-COMUN
008080         PERFORM 9900-ABEND-ARCHIVO
008090     END-IF.
008100     ACCEPT WS-HORA-AHORA FROM TIME.
008110     MOVE WS-HA-HORA TO WS-HJ-HORA.
008120     MOVE WS-HA-MIN TO WS-HJ-MIN.
008130     MOVE WS-HA-SEG TO WS-HJ-SEG.
008140     MOVE WS-HORA-JRN TO RUN-HORA.
008150     MOVE 'SOCMT01' TO RUN-PROGRAMA.
008160     MOVE WS-FECHA-HOY TO RUN-FECHA.
008170     MOVE WS-CTL-JOBID TO RUN-JOBID.
008180     COMPUTE WS-CONT-APLICADAS = WS-CONT-ALTAS
008190         + WS-CONT-CAMBIOS + WS-CONT-BAJAS
008200         + WS-CONT-REINSTALADAS.
008210     MOVE WS-CONT-LEIDAS TO RUN-ENTRADA.
008220     MOVE WS-CONT-APLICADAS TO RUN-SALIDA.
008230     MOVE WS-TOTAL-EFECTO TO RUN-IMPORTE-1.
008240     MOVE ZERO TO RUN-IMPORTE-2.
008250     WRITE RUN-REG.
008260     IF WS-FS-RUN NOT = '00'
008270         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
008280         MOVE WS-FS-RUN TO WS-FS-COMUN
008290         PERFORM 9900-ABEND-ARCHIVO
008300     END-IF.
008310     CLOSE RUN-CTL.
008320 8300-EXIT.
008330     EXIT.
008340*
008350*****************************************************************
008360 9900-ABEND-ARCHIVO.
008370*****************************************************************
008380     DISPLAY 'SOCMT01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
008390     DISPLAY 'SOCMT01 - FILE STATUS = ' WS-FS-COMUN.
008400     MOVE 16 TO RETURN-CODE.
008410     STOP RUN.
008420*
008430 END PROGRAM SOCMT01.
