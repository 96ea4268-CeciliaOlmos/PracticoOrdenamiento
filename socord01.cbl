000410*                    STILL SORTS BY SALDO; VALIDATION,
000420*                    EXCEPTIONS, CHECKPOINTS AND THE
000430*                    RECONCILIATION ARE SHARED BY BOTH PATHS.
000440*   15/10/2026 RCA   THE ORDERED LISTING SHOWS EACH MEMBER'S
000450*                    STATUS (ACTIVO / SUSPENDIDO / LICENCIA) IN A
000460*                    NEW ESTADO COLUMN, CARRIED IN SRT-ESTADO BY
000470*                    BOTH THE NAME AND THE BALANCE PATHS.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. SOCORD01.
000510 AUTHOR. R. CASTRO.
000520 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000530 DATE-WRITTEN. 09/08/2026.
000540 DATE-COMPILED.
000550*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SOCIOS        ASSIGN TO SOCIOS
000600         ORGANIZATION INDEXED
000610         RECORD KEY IS SOC-COD
000620         ALTERNATE RECORD KEY IS SOC-NOM
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-FS-SOCIOS.
000650     SELECT FILIALES      ASSIGN TO FILIALES
000660         ORGANIZATION INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS FLM-COD
000690         FILE STATUS IS WS-FS-FILMAE.
000700     SELECT ARCH-SORT      ASSIGN TO "SORTWORK"
000710         FILE STATUS IS WS-FS-SORT.
000720     SELECT SOCIOS-ORD     ASSIGN TO SOCIOORD
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-ORD.
000750     SELECT SOCIOS-BAL     ASSIGN TO SOCIOBAL
000760         ORGANIZATION LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-BAL.
000780     SELECT RPT-FILIAL     ASSIGN TO RPTFIL
000790         ORGANIZATION LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-FILIAL.
000810     SELECT SOCIOS-EXC    ASSIGN TO SOCIOEXC
000820         ORGANIZATION LINE SEQUENTIAL
000830         FILE STATUS IS WS-FS-EXC.
000840     SELECT RPT-EXC       ASSIGN TO RPTEXC
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-RPTEXC.
000870     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-CTL.
000900     SELECT CHKPT-FILE    ASSIGN TO SOCIOCKP
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-CKPT.
000930     SELECT RPT-RECON     ASSIGN TO RPTRECON
000940         ORGANIZATION LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-RECON.
000960     SELECT RPT-AUDIT     ASSIGN TO RPTAUD
000970         ORGANIZATION LINE SEQUENTIAL
000980         FILE STATUS IS WS-FS-AUDIT.
000990     SELECT RUN-CTL       ASSIGN TO SOCIORUN
001000         ORGANIZATION LINE SEQUENTIAL
001010         FILE STATUS IS WS-FS-RUN.
001020*
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  SOCIOS.
001060     COPY socreg.
001070*
001080 FD  FILIALES.
001090     COPY filreg.
001100*
001110 SD  ARCH-SORT.
001120     COPY srtreg.
001130*
001140 FD  SOCIOS-ORD.
001150 01  RPT-ORD-REG                PIC X(80).
001160*
001170 FD  SOCIOS-BAL.
001180     COPY socbal.
001190*
001200 FD  RPT-FILIAL.
001210 01  RPT-FILIAL-REG             PIC X(40).
001220*
001230 FD  SOCIOS-EXC.
001240 01  EXC-REG.
001250     03  EXC-COD                PIC 9(06).
001260     03  EXC-NOM                PIC X(20).
001270     03  EXC-SALDO              PIC S9(8)V99.
001280     03  EXC-MOTIVO             PIC X(02).
001290*
001300 FD  RPT-EXC.
001310 01  RPT-EXC-REG                PIC X(65).
001320*
001330 FD  SOCIOS-CTL.
001340 01  CTL-REG.
001350     03  CTL-MODO               PIC X(01).
001360     03  CTL-REINICIO           PIC X(01).
001370     03  CTL-JOBID              PIC X(08).
001380*
001390 FD  CHKPT-FILE.
001400 01  CKPT-REG.
001410     03  CKPT-COD               PIC 9(06).
001420*
001430 FD  RPT-RECON.
001440 01  RPT-RECON-REG              PIC X(60).
001450*
001460 FD  RPT-AUDIT.
001470 01  RPT-AUDIT-REG              PIC X(80).
001480*
001490 FD  RUN-CTL.
001500     COPY runctl.
001510*
001520 WORKING-STORAGE SECTION.
001530     COPY filial.
001540*
001550 01  WS-SWITCHES.
001560     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001570         88  WS-FIN-SOCIOS              VALUE 'S'.
001580     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
001590         88  WS-FIN-SORT                VALUE 'S'.
001600     05  WS-SW-FIN-CKPT         PIC X(01) VALUE 'N'.
001610         88  WS-FIN-CKPT                VALUE 'S'.
001620     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001630         88  WS-FIN-FILMAE              VALUE 'S'.
001640     05  WS-SW-REG-VALIDO       PIC X(01) VALUE 'S'.
001650         88  WS-REG-VALIDO              VALUE 'S'.
001660         88  WS-REG-INVALIDO            VALUE 'N'.
001670*
001680 01  WS-MOTIVO-RECHAZO          PIC X(02) VALUE SPACES.
001690*
001700 01  WS-CONTADORES.
001710     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001720     05  WS-CONT-EXCEPCIONES    PIC 9(05) VALUE ZERO.
001730     05  WS-CONT-ESCRITOS       PIC 9(05) VALUE ZERO.
001740     05  WS-CONT-OMITIDOS       PIC 9(05) VALUE ZERO.
001750*
001760 01  WS-TABLA-VISTOS.
001770     05  WS-VISTO OCCURS 999999 TIMES PIC X(01) VALUE 'N'.
001780*
001790 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001800*
001810 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001820*
001830 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001840*
001850 01  WS-FS-ORD                  PIC X(02) VALUE '00'.
001860*
001870 01  WS-FS-BAL                  PIC X(02) VALUE '00'.
001880*
001890 01  WS-FS-FILIAL               PIC X(02) VALUE '00'.
001900*
001910 01  WS-FS-EXC                  PIC X(02) VALUE '00'.
001920*
001930 01  WS-FS-RPTEXC               PIC X(02) VALUE '00'.
001940*
001950 01  WS-FS-RECON                PIC X(02) VALUE '00'.
001960*
001970 01  WS-FS-AUDIT                PIC X(02) VALUE '00'.
001980*
001990 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
002000*
002010 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
002020*
002030 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
002040*
002050 01  WS-CTL-MODO                PIC X(01) VALUE 'N'.
002060     88  WS-MODO-BALANCE               VALUE 'B'.
002070     88  WS-MODO-NOMBRE                VALUE 'N'.
002080*
002090 01  WS-CTL-REINICIO            PIC X(01) VALUE 'N'.
002100     88  WS-REINICIO                   VALUE 'S'.
002110*
002120 01  WS-CTL-JOBID               PIC X(08) VALUE 'SOCORD01'.
002130*
002140 01  WS-FS-CKPT                 PIC X(02) VALUE '00'.
002150*
002160 01  WS-CKPT-ULT-COD            PIC 9(06) VALUE ZERO.
002170*
002180 01  WS-SW-CKPT-HALLADO         PIC X(01) VALUE 'N'.
002190     88  WS-CKPT-HALLADO               VALUE 'S'.
002200*
002210 01  WS-SW-OMITIENDO            PIC X(01) VALUE 'N'.
002220     88  WS-OMITIENDO                  VALUE 'S'.
002230*
002240 01  WS-LINEA-EXC.
002250     05  WS-LE-COD              PIC 9(06).
002260     05  FILLER                 PIC X(02) VALUE SPACES.
002270     05  WS-LE-NOM              PIC X(20).
002280     05  FILLER                 PIC X(02) VALUE SPACES.
002290     05  WS-LE-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                 PIC X(02) VALUE SPACES.
002310     05  WS-LE-DESC             PIC X(20).
002320*
002330 01  WS-MENSAJES.
002340     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
002350*
002360 01  WS-LINEA-FILIAL.
002370     05  WS-LF-NOM              PIC X(15).
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  WS-LF-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002400     05  FILLER                 PIC X(08) VALUE SPACES.
002410*
002420 01  WS-TOTAL-GENERAL           PIC S9(9)V99 VALUE ZERO.
002430*
002440 01  WS-SUBTOT-SIN-FILIAL       PIC S9(9)V99 VALUE ZERO.
002450*
002460 01  WS-TOTAL-FILIAL            PIC S9(9)V99 VALUE ZERO.
002470*
002480 01  WS-TOTAL-ENTRADA           PIC S9(9)V99 VALUE ZERO.
002490*
002500 01  WS-TOTAL-OMITIDO           PIC S9(9)V99 VALUE ZERO.
002510*
002520 01  WS-CONT-CUADRE             PIC 9(05) VALUE ZERO.
002530*
002540 01  WS-TOTAL-CUADRE            PIC S9(9)V99 VALUE ZERO.
002550*
002560 01  WS-LINEA-RECON.
002570     05  WS-LR-ETIQUETA         PIC X(26).
002580     05  FILLER                 PIC X(02) VALUE SPACES.
002590     05  WS-LR-CANT             PIC ZZZZ9.
002600     05  FILLER                 PIC X(04) VALUE SPACES.
002610     05  WS-LR-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002620*
002630 01  WS-FECHA-HOY.
002640     05  WS-FH-ANIO             PIC 9(04).
002650     05  WS-FH-MES              PIC 9(02).
002660     05  WS-FH-DIA              PIC 9(02).
002670*
002680 01  WS-HORA-AHORA.
002690     05  WS-HA-HORA             PIC 9(02).
002700     05  WS-HA-MIN              PIC 9(02).
002710     05  WS-HA-SEG              PIC 9(02).
002720     05  WS-HA-CENT             PIC 9(02).
002730*
002740 01  WS-LINEA-AUDIT.
002750     05  WS-LA-FECHA.
002760         10  WS-LA-ANIO         PIC 9(04).
002770         10  FILLER             PIC X(01) VALUE '-'.
002780         10  WS-LA-MES          PIC 9(02).
002790         10  FILLER             PIC X(01) VALUE '-'.
002800         10  WS-LA-DIA          PIC 9(02).
002810     05  FILLER                 PIC X(02) VALUE SPACES.
002820     05  WS-LA-HORA.
002830         10  WS-LA-HH           PIC 9(02).
002840         10  FILLER             PIC X(01) VALUE ':'.
002850         10  WS-LA-MM           PIC 9(02).
002860         10  FILLER             PIC X(01) VALUE ':'.
002870         10  WS-LA-SS           PIC 9(02).
002880     05  FILLER                 PIC X(02) VALUE SPACES.
002890     05  WS-LA-JOBID            PIC X(08).
002900     05  FILLER                 PIC X(02) VALUE SPACES.
002910     05  WS-LA-ENTRADA          PIC ZZZZ9.
002920     05  FILLER                 PIC X(02) VALUE SPACES.
002930     05  WS-LA-SALIDA           PIC ZZZZ9.
002940*
002950 01  WS-PAG-NUM                 PIC 9(03) VALUE ZERO.
002960*
002970 01  WS-LIN-PAGINA              PIC 9(02) VALUE ZERO.
002980*
002990 01  WS-MAX-LIN-PAG             PIC 9(02) VALUE 50.
003000*
003010 01  WS-ENCABEZADO-1.
003020     05  FILLER                 PIC X(20) VALUE SPACES.
003030     05  FILLER                 PIC X(29)
003040         VALUE 'LISTADO DE SOCIOS ORDENADOS'.
003050     05  FILLER                 PIC X(06) VALUE 'PAGINA'.
003060     05  WS-E1-PAGINA           PIC ZZ9.
003070*
003080 01  WS-ENCABEZADO-2.
003090     05  FILLER                 PIC X(06) VALUE 'COD.'.
003100     05  FILLER                 PIC X(02) VALUE SPACES.
003110     05  FILLER                 PIC X(20) VALUE 'NOMBRE'.
003120     05  FILLER                 PIC X(02) VALUE SPACES.
003130     05  FILLER                 PIC X(15) VALUE 'FILIAL'.
003140     05  FILLER                 PIC X(02) VALUE SPACES.
003150     05  FILLER                 PIC X(15) VALUE 'SALDO'.
003160     05  FILLER                 PIC X(02) VALUE SPACES.
003170     05  FILLER                 PIC X(10) VALUE 'ESTADO'.
003180*
003190 01  WS-LINEA-ORD.
003200     05  WS-LO-COD              PIC 9(06).
003210     05  FILLER                 PIC X(02) VALUE SPACES.
003220     05  WS-LO-NOM              PIC X(20).
003230     05  FILLER                 PIC X(02) VALUE SPACES.
003240     05  WS-LO-FILIAL           PIC X(15).
003250     05  FILLER                 PIC X(02) VALUE SPACES.
003260     05  WS-LO-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
003270     05  FILLER                 PIC X(02) VALUE SPACES.
003280     05  WS-LO-ESTADO           PIC X(10).
003290*
003300 01  WS-FS-RUN                  PIC X(02) VALUE '00'.
003310*
003320 01  WS-TOTAL-RUN-SALIDA        PIC S9(10)V99 VALUE ZERO.
003330*
003340 01  WS-HORA-RUN6.
003350     05  WS-H6-HORA             PIC 9(02).
003360     05  WS-H6-MIN              PIC 9(02).
003370     05  WS-H6-SEG              PIC 9(02).
003380*
003390 PROCEDURE DIVISION.
003400*****************************************************************
003410 0000-MAINLINE.
003420*****************************************************************
003430     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003440     PERFORM 3000-ORDENAR THRU 3000-EXIT.
003450     PERFORM 8000-RECONCILIAR-TOTALES THRU 8000-EXIT.
003460     PERFORM 8100-REGISTRAR-AUDITORIA THRU 8100-EXIT.
003470     PERFORM 8300-GRABAR-RUNCTL THRU 8300-EXIT.
003480     STOP RUN.
003490*
003500*****************************************************************
003510 1000-INICIALIZAR.
003520*****************************************************************
003530     MOVE ZERO TO WS-TOTAL-GENERAL.
003540     MOVE ZERO TO WS-TOTAL-FILIAL.
003550     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
003560     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
003570 1000-EXIT.
003580     EXIT.
003590*
003600*****************************************************************
003610* 1100-LEER-CONTROL READS THE RUN-TIME CONTROL CARD, IF ONE IS
003620* PRESENT, TO SELECT THE SORT MODE: 'N' = NAME ASCENDING (THE
003630* MEMBER DIRECTORY), 'B' = SALDO DESCENDING (THE COLLECTIONS
003640* WORKLIST). NO FILE, OR A BLANK MODE, DEFAULTS TO 'N'.
003650*****************************************************************
003660 1100-LEER-CONTROL.
003670     OPEN INPUT SOCIOS-CTL.
003680     IF WS-FS-CTL = '00'
003690        READ SOCIOS-CTL
003700            AT END
003710                CONTINUE
003720        END-READ
003730        IF WS-FS-CTL = '00' AND CTL-MODO NOT = SPACE
003740            MOVE CTL-MODO TO WS-CTL-MODO
003750        END-IF
003760        IF WS-FS-CTL = '00' AND CTL-REINICIO NOT = SPACE
003770            MOVE CTL-REINICIO TO WS-CTL-REINICIO
003780        END-IF
003790        IF WS-FS-CTL = '00' AND CTL-JOBID NOT = SPACE
003800            MOVE CTL-JOBID TO WS-CTL-JOBID
003810        END-IF
003820        CLOSE SOCIOS-CTL
003830     END-IF.
003840     IF NOT WS-MODO-BALANCE
003850        SET WS-MODO-NOMBRE TO TRUE
003860     END-IF.
003870     IF NOT WS-REINICIO
003880        MOVE 'N' TO WS-CTL-REINICIO
003890     END-IF.
003900 1100-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
003950* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
003960* FILMT01. THE RUN STOPS IF THE MASTER HOLDS MORE BRANCHES THAN
003970* THE TABLE CAN TAKE - A DROPPED BRANCH WOULD SILENTLY PRINT AS
003980* FILIAL INVALIDA AND POST TO THE SUSPENSE ACCOUNT.
003990*****************************************************************
004000 1200-CARGAR-FILIALES.
004010     MOVE ZERO TO WS-FIL-CANT.
004020     OPEN INPUT FILIALES.
004030     IF WS-FS-FILMAE NOT = '00'
004040         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
004050         MOVE WS-FS-FILMAE TO WS-FS-COMUN
004060         PERFORM 9900-ABEND-ARCHIVO
004070     END-IF.
004080     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
004090         UNTIL WS-FIN-FILMAE.
004100     CLOSE FILIALES.
004110     IF WS-FIL-CANT = ZERO
004120         DISPLAY 'SOCORD01 - ARCHIVO FILIALES VACIO'
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160 1200-EXIT.
004170     EXIT.
004180*
004190 1210-LEER-FILIAL.
004200     READ FILIALES
004210         AT END
004220             MOVE 'S' TO WS-SW-FIN-FILMAE
004230             GO TO 1210-EXIT
004240     END-READ.
004250     IF WS-FIL-CANT >= WS-FIL-MAX
004260         DISPLAY 'SOCORD01 - TABLA DE FILIALES LLENA - MAX '
004270             WS-FIL-MAX
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310     ADD 1 TO WS-FIL-CANT.
004320     SET FIL-IDX TO WS-FIL-CANT.
004330     MOVE FLM-COD TO FIL-COD (FIL-IDX).
004340     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
004350     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
004360     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
004370 1210-EXIT.
004380     EXIT.
004390*
004400*****************************************************************
004410 3000-ORDENAR.
004420*****************************************************************
004430     EVALUATE TRUE
004440         WHEN WS-MODO-BALANCE
004450             SORT ARCH-SORT DESCENDING KEY SRT-SALDO
004460               INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
004470               OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT
004480         WHEN OTHER
004490             PERFORM 3100-LISTAR-POR-NOMBRE THRU 3100-EXIT
004500     END-EVALUATE.
004510     IF WS-FS-SORT NOT = '00'
004520         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
004530         MOVE WS-FS-SORT TO WS-FS-COMUN
004540         PERFORM 9900-ABEND-ARCHIVO
004550     END-IF.
004560 3000-EXIT.
004570     EXIT.
004580*
004590*****************************************************************
004600* 3100-LISTAR-POR-NOMBRE - NAME MODE WITHOUT THE SORT: THE
004610* MASTER IS READ DIRECTLY IN SOC-NOM ALTERNATE-KEY ORDER AND
004620* EACH RECORD FLOWS THROUGH THE SAME VALIDATION, EXCEPTION,
004630* CHECKPOINT AND ACCUMULATION PATH THE SORTED SIDE USES, SO
004640* THE DELIVERABLES AND THE RECONCILIATION ARE IDENTICAL. THE
004650* READS ACCEPT STATUS 02 - A SUCCESSFUL READ WITH ANOTHER
004660* MEMBER OF THE SAME NAME FOLLOWING, THE NORMAL CASE FOR A
004670* KEY DECLARED WITH DUPLICATES.
004680*****************************************************************
004690 3100-LISTAR-POR-NOMBRE.
004700     PERFORM 6005-ABRIR-ENTRADA THRU 6005-EXIT.
004710     PERFORM 7010-ABRIR-SALIDA THRU 7010-EXIT.
004720     MOVE LOW-VALUES TO SOC-NOM.
004730     START SOCIOS KEY NOT < SOC-NOM
004740         INVALID KEY
004750             MOVE 'S' TO WS-SW-FIN-SOCIOS
004760     END-START.
004770     PERFORM 3110-LEER-POR-NOMBRE THRU 3110-EXIT
004780         UNTIL WS-FIN-SOCIOS.
004790     IF WS-OMITIENDO
004800         PERFORM 9910-ABEND-CKPT-PERDIDO THRU 9910-EXIT
004810     END-IF.
004820     PERFORM 6090-CERRAR-ENTRADA THRU 6090-EXIT.
004830     PERFORM 7200-EMITIR-SUBTOTALES THRU 7200-EXIT.
004840     PERFORM 7900-CERRAR-SALIDA THRU 7900-EXIT.
004850 3100-EXIT.
004860     EXIT.
004870*
004880 3110-LEER-POR-NOMBRE.
004890     READ SOCIOS NEXT RECORD
004900         AT END
004910             MOVE 'S' TO WS-SW-FIN-SOCIOS
004920             GO TO 3110-EXIT
004930     END-READ.
004940     IF WS-FS-SOCIOS NOT = '00' AND WS-FS-SOCIOS NOT = '02'
004950         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
004960         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
004970         PERFORM 9900-ABEND-ARCHIVO
004980     END-IF.
004990     ADD 1 TO WS-CONT-LEIDOS.
005000     PERFORM 6020-VALIDAR-REGISTRO THRU 6020-EXIT.
005010     IF WS-REG-INVALIDO
005020         PERFORM 6030-GRABAR-EXCEPCION THRU 6030-EXIT
005030         GO TO 3110-EXIT
005040     END-IF.
005050     ADD SOC-SALDO TO WS-TOTAL-ENTRADA.
005060     MOVE SOC-COD TO SRT-COD.
005070     MOVE SOC-NOM TO SRT-NOM.
005080     MOVE SOC-SALDO TO SRT-SALDO.
005090     MOVE SOC-FILIAL TO SRT-FILIAL.
005100     MOVE SOC-ESTADO TO SRT-ESTADO.
005110     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
005120     PERFORM 7150-PROCESAR-DEVUELTO THRU 7150-EXIT.
005130 3110-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170* PROCESO-ENTRADA - READS SOCIOS, RESOLVES THE BRANCH NAME AND
005180* RELEASES EACH RECORD TO THE SORT.
005190*****************************************************************
005200 6000-PROCESO-ENTRADA.
005210     PERFORM 6005-ABRIR-ENTRADA THRU 6005-EXIT.
005220     PERFORM 6010-LEER-SOCIO THRU 6010-EXIT
005230         UNTIL WS-FIN-SOCIOS.
005240     PERFORM 6090-CERRAR-ENTRADA THRU 6090-EXIT.
005250 6000-EXIT.
005260     EXIT.
005270*
005280 6005-ABRIR-ENTRADA.
005290     OPEN INPUT SOCIOS.
005300     IF WS-FS-SOCIOS NOT = '00'
005310         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
005320         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
005330         PERFORM 9900-ABEND-ARCHIVO
005340     END-IF.
005350     OPEN OUTPUT SOCIOS-EXC.
005360     IF WS-FS-EXC NOT = '00'
005370         MOVE 'SOCIOS-EXC' TO WS-NOMBRE-ARCHIVO
005380         MOVE WS-FS-EXC TO WS-FS-COMUN
005390         PERFORM 9900-ABEND-ARCHIVO
005400     END-IF.
005410     OPEN OUTPUT RPT-EXC.
005420     IF WS-FS-RPTEXC NOT = '00'
005430         MOVE 'RPT-EXC' TO WS-NOMBRE-ARCHIVO
005440         MOVE WS-FS-RPTEXC TO WS-FS-COMUN
005450         PERFORM 9900-ABEND-ARCHIVO
005460     END-IF.
005470     MOVE 'REPORTE DE EXCEPCIONES - SOCIOS.DAT' TO RPT-EXC-REG.
005480     WRITE RPT-EXC-REG.
005490     MOVE SPACES TO RPT-EXC-REG.
005500     WRITE RPT-EXC-REG.
005510 6005-EXIT.
005520     EXIT.
005530*
005540 6090-CERRAR-ENTRADA.
005550     IF WS-CONT-EXCEPCIONES = ZERO
005560         MOVE 'SIN EXCEPCIONES EN ESTA CORRIDA.' TO RPT-EXC-REG
005570         WRITE RPT-EXC-REG
005580     END-IF.
005590     CLOSE SOCIOS.
005600     CLOSE SOCIOS-EXC.
005610     CLOSE RPT-EXC.
005620 6090-EXIT.
005630     EXIT.
005640*
005650 6010-LEER-SOCIO.
005660     READ SOCIOS INTO SOC-REG
005670         AT END
005680             MOVE 'S' TO WS-SW-FIN-SOCIOS
005690             GO TO 6010-EXIT
005700     END-READ.
005710     ADD 1 TO WS-CONT-LEIDOS.
005720     PERFORM 6020-VALIDAR-REGISTRO THRU 6020-EXIT.
005730     IF WS-REG-INVALIDO
005740         PERFORM 6030-GRABAR-EXCEPCION THRU 6030-EXIT
005750         GO TO 6010-EXIT
005760     END-IF.
005770     ADD SOC-SALDO TO WS-TOTAL-ENTRADA.
005780     MOVE SOC-COD TO SRT-COD.
005790     MOVE SOC-NOM TO SRT-NOM.
005800     MOVE SOC-SALDO TO SRT-SALDO.
005810     MOVE SOC-FILIAL TO SRT-FILIAL.
005820     MOVE SOC-ESTADO TO SRT-ESTADO.
005830     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
005840     RELEASE SRT-REG.
005850     IF WS-FS-SORT NOT = '00'
005860         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
005870         MOVE WS-FS-SORT TO WS-FS-COMUN
005880         PERFORM 9900-ABEND-ARCHIVO
005890     END-IF.
005900 6010-EXIT.
005910     EXIT.
005920*
005930 6020-VALIDAR-REGISTRO.
005940     SET WS-REG-VALIDO TO TRUE.
005950     MOVE SPACES TO WS-MOTIVO-RECHAZO.
005960     IF SOC-NOM = SPACES
005970         SET WS-REG-INVALIDO TO TRUE
005980         MOVE 'NB' TO WS-MOTIVO-RECHAZO
005990         GO TO 6020-EXIT
006000     END-IF.
006010     IF SOC-COD = ZERO
006020         SET WS-REG-INVALIDO TO TRUE
006030         MOVE 'CZ' TO WS-MOTIVO-RECHAZO
006040         GO TO 6020-EXIT
006050     END-IF.
006060     IF WS-VISTO (SOC-COD) = 'S'
006070         SET WS-REG-INVALIDO TO TRUE
006080         MOVE 'CD' TO WS-MOTIVO-RECHAZO
006090         GO TO 6020-EXIT
006100     END-IF.
006110     MOVE 'S' TO WS-VISTO (SOC-COD).
006120 6020-EXIT.
006130     EXIT.
006140*
006150 6030-GRABAR-EXCEPCION.
006160     ADD 1 TO WS-CONT-EXCEPCIONES.
006170     MOVE SOC-COD TO EXC-COD.
006180     MOVE SOC-NOM TO EXC-NOM.
006190     MOVE SOC-SALDO TO EXC-SALDO.
006200     MOVE WS-MOTIVO-RECHAZO TO EXC-MOTIVO.
006210     WRITE EXC-REG.
006220     MOVE SOC-COD TO WS-LE-COD.
006230     MOVE SOC-NOM TO WS-LE-NOM.
006240     MOVE SOC-SALDO TO WS-LE-SALDO.
006250     EVALUATE WS-MOTIVO-RECHAZO
006260         WHEN 'NB'
006270             MOVE 'NOMBRE EN BLANCO' TO WS-LE-DESC
006280         WHEN 'CZ'
006290             MOVE 'CODIGO EN CERO' TO WS-LE-DESC
006300         WHEN 'CD'
006310             MOVE 'CODIGO DUPLICADO' TO WS-LE-DESC
006320         WHEN OTHER
006330             MOVE 'MOTIVO DESCONOCIDO' TO WS-LE-DESC
006340     END-EVALUATE.
006350     WRITE RPT-EXC-REG FROM WS-LINEA-EXC.
006360 6030-EXIT.
006370     EXIT.
006380*
006390 6100-BUSCAR-FILIAL.
006400     MOVE WS-MSG-SIN-FILIAL TO SRT-NOM-FILIAL.
006410     SET FIL-IDX TO 1.
006420     SEARCH FIL-ENTRY
006430         AT END
006440             CONTINUE
006450         WHEN FIL-COD (FIL-IDX) = SOC-FILIAL
006460             MOVE FIL-NOM (FIL-IDX) TO SRT-NOM-FILIAL
006470     END-SEARCH.
006480 6100-EXIT.
006490     EXIT.
006500*
006510*****************************************************************
006520* PROCESO-SALIDA - RETURNS THE SORTED RECORDS, WRITES THE
006530* ORDERED MEMBER FILE AND ACCUMULATES/PRINTS PER-BRANCH
006540* SOC-SALDO SUBTOTALS.
006550*****************************************************************
006560 7000-PROCESO-SALIDA.
006570     PERFORM 7010-ABRIR-SALIDA THRU 7010-EXIT.
006580     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
006590         UNTIL WS-FIN-SORT.
006600     PERFORM 7200-EMITIR-SUBTOTALES THRU 7200-EXIT.
006610     PERFORM 7900-CERRAR-SALIDA THRU 7900-EXIT.
006620 7000-EXIT.
006630     EXIT.
006640*
006650*****************************************************************
006660* 7010-ABRIR-SALIDA OPENS THE THREE RUN DELIVERABLES. ON A
006670* RESTART (WS-REINICIO), THE INTERRUPTED RUN ALREADY WROTE A
006680* PARTIAL SOCIOS-ORD/SOCIOS-BAL BEFORE IT ABENDED, SO THESE OPEN
006690* EXTEND INSTEAD OF OUTPUT - THE SAME OPEN-EXTEND-OR-FALL-BACK-
006700* TO-OUTPUT PATTERN 8100-REGISTRAR-AUDITORIA USES FOR RPT-AUDIT -
006710* SO THIS RUN APPENDS RATHER THAN TRUNCATES THEM. A FRESH RUN
006720* ALWAYS OPENS OUTPUT.
006730*****************************************************************
006740 7010-ABRIR-SALIDA.
006750     IF WS-REINICIO
006760         OPEN EXTEND SOCIOS-ORD
006770         IF WS-FS-ORD = '35'
006780             OPEN OUTPUT SOCIOS-ORD
006790         END-IF
006800     ELSE
006810         OPEN OUTPUT SOCIOS-ORD
006820     END-IF.
006830     IF WS-FS-ORD NOT = '00'
006840         MOVE 'SOCIOS-ORD' TO WS-NOMBRE-ARCHIVO
006850         MOVE WS-FS-ORD TO WS-FS-COMUN
006860         PERFORM 9900-ABEND-ARCHIVO
006870     END-IF.
006880     IF WS-REINICIO
006890         OPEN EXTEND RPT-FILIAL
006900         IF WS-FS-FILIAL = '35'
006910             OPEN OUTPUT RPT-FILIAL
006920         END-IF
006930     ELSE
006940         OPEN OUTPUT RPT-FILIAL
006950     END-IF.
006960     IF WS-FS-FILIAL NOT = '00'
006970         MOVE 'RPT-FILIAL' TO WS-NOMBRE-ARCHIVO
006980         MOVE WS-FS-FILIAL TO WS-FS-COMUN
006990         PERFORM 9900-ABEND-ARCHIVO
007000     END-IF.
007010     IF WS-REINICIO
007020         OPEN EXTEND SOCIOS-BAL
007030         IF WS-FS-BAL = '35'
007040             OPEN OUTPUT SOCIOS-BAL
007050         END-IF
007060     ELSE
007070         OPEN OUTPUT SOCIOS-BAL
007080     END-IF.
007090     IF WS-FS-BAL NOT = '00'
007100         MOVE 'SOCIOS-BAL' TO WS-NOMBRE-ARCHIVO
007110         MOVE WS-FS-BAL TO WS-FS-COMUN
007120         PERFORM 9900-ABEND-ARCHIVO
007130     END-IF.
007140     MOVE ZERO TO WS-PAG-NUM.
007150     MOVE WS-MAX-LIN-PAG TO WS-LIN-PAGINA.
007160     PERFORM 7020-PREPARAR-CHECKPOINT THRU 7020-EXIT.
007170 7010-EXIT.
007180     EXIT.
007190*
007200*****************************************************************
007210* 7020-PREPARAR-CHECKPOINT - ON A RESTART RUN (CTL-REINICIO = 'S')
007220* FINDS THE LAST SOC-COD RECORDED IN THE CHECKPOINT TRAIL FROM A
007230* PRIOR, INTERRUPTED RUN AND ARMS THE SKIP SWITCH SO 7100-DEVOLVER
007240* -REG RE-SKIPS EVERYTHING UP TO AND INCLUDING THAT RECORD. THE
007250* TRAIL FILE IS THEN REOPENED FOR EXTEND SO THIS RUN APPENDS TO
007260* IT. A FRESH (NON-RESTART) RUN STARTS THE TRAIL OVER.
007270*****************************************************************
007280 7020-PREPARAR-CHECKPOINT.
007290     MOVE ZERO TO WS-CKPT-ULT-COD.
007300     MOVE 'N' TO WS-SW-CKPT-HALLADO.
007310     MOVE 'N' TO WS-SW-OMITIENDO.
007320     IF WS-REINICIO
007330         OPEN INPUT CHKPT-FILE
007340         IF WS-FS-CKPT = '00'
007350             MOVE 'N' TO WS-SW-FIN-CKPT
007360             PERFORM 7021-LEER-ULT-CKPT THRU 7021-EXIT
007370                 UNTIL WS-FIN-CKPT
007380             CLOSE CHKPT-FILE
007390             IF WS-CKPT-HALLADO
007400                 MOVE 'S' TO WS-SW-OMITIENDO
007410             END-IF
007420             OPEN EXTEND CHKPT-FILE
007430             IF WS-FS-CKPT NOT = '00'
007440                 MOVE 'CHKPT-FILE' TO WS-NOMBRE-ARCHIVO
007450                 MOVE WS-FS-CKPT TO WS-FS-COMUN
007460                 PERFORM 9900-ABEND-ARCHIVO
007470             END-IF
007480         ELSE
007490             OPEN OUTPUT CHKPT-FILE
007500             IF WS-FS-CKPT NOT = '00'
007510                 MOVE 'CHKPT-FILE' TO WS-NOMBRE-ARCHIVO
007520                 MOVE WS-FS-CKPT TO WS-FS-COMUN
007530                 PERFORM 9900-ABEND-ARCHIVO
007540             END-IF
007550         END-IF
007560     ELSE
007570         OPEN OUTPUT CHKPT-FILE
007580         IF WS-FS-CKPT NOT = '00'
007590             MOVE 'CHKPT-FILE' TO WS-NOMBRE-ARCHIVO
007600             MOVE WS-FS-CKPT TO WS-FS-COMUN
007610             PERFORM 9900-ABEND-ARCHIVO
007620         END-IF
007630     END-IF.
007640 7020-EXIT.
007650     EXIT.
007660*
007670 7021-LEER-ULT-CKPT.
007680     READ CHKPT-FILE
007690         AT END
007700             MOVE 'S' TO WS-SW-FIN-CKPT
007710             GO TO 7021-EXIT
007720     END-READ.
007730     MOVE CKPT-COD TO WS-CKPT-ULT-COD.
007740     MOVE 'S' TO WS-SW-CKPT-HALLADO.
007750 7021-EXIT.
007760     EXIT.
007770*
007780 7100-DEVOLVER-REG.
007790     RETURN ARCH-SORT INTO SRT-REG
007800         AT END
007810             MOVE 'S' TO WS-SW-FIN-SORT
007820             IF WS-OMITIENDO
007830                 PERFORM 9910-ABEND-CKPT-PERDIDO THRU 9910-EXIT
007840             END-IF
007850             GO TO 7100-EXIT
007860     END-RETURN.
007870     IF WS-FS-SORT NOT = '00'
007880         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
007890         MOVE WS-FS-SORT TO WS-FS-COMUN
007900         PERFORM 9900-ABEND-ARCHIVO
007910     END-IF.
007920     PERFORM 7150-PROCESAR-DEVUELTO THRU 7150-EXIT.
007930 7100-EXIT.
007940     EXIT.
007950*
007960*****************************************************************
007970* 7150-PROCESAR-DEVUELTO HANDLES ONE RECORD OF THE OUTPUT SIDE
007980* - FROM THE SORT RETURN IN BALANCE MODE OR THE ALTERNATE-KEY
007990* READ IN NAME MODE: CHECKPOINT RE-SKIP ON A RESTART, DETAIL
008000* AND EXTRACT WRITE, ACCUMULATION AND THE CHECKPOINT TRAIL.
008010*****************************************************************
008020 7150-PROCESAR-DEVUELTO.
008030     IF WS-OMITIENDO
008040         IF SRT-COD = WS-CKPT-ULT-COD
008050             MOVE 'N' TO WS-SW-OMITIENDO
008060         END-IF
008070         ADD 1 TO WS-CONT-OMITIDOS
008080         ADD SRT-SALDO TO WS-TOTAL-OMITIDO
008090         PERFORM 7110-ACUMULAR-FILIAL THRU 7110-EXIT
008100         GO TO 7150-EXIT
008110     END-IF.
008120     PERFORM 7050-ESCRIBIR-DETALLE THRU 7050-EXIT.
008130     ADD 1 TO WS-CONT-ESCRITOS.
008140     ADD SRT-SALDO TO WS-TOTAL-GENERAL.
008150     PERFORM 7110-ACUMULAR-FILIAL THRU 7110-EXIT.
008160     PERFORM 7030-GRABAR-CKPT THRU 7030-EXIT.
008170 7150-EXIT.
008180     EXIT.
008190*
008200 7030-GRABAR-CKPT.
008210     MOVE SRT-COD TO CKPT-COD.
008220     WRITE CKPT-REG.
008230 7030-EXIT.
008240     EXIT.
008250*
008260*****************************************************************
008270* 7040-IMPRIMIR-ENCABEZADO STARTS A NEW PAGE OF THE ORDERED
008280* MEMBER LISTING - PAGE NUMBER, TITLE, AND COLUMN HEADINGS.
008290*****************************************************************
008300 7040-IMPRIMIR-ENCABEZADO.
008310     ADD 1 TO WS-PAG-NUM.
008320     MOVE WS-PAG-NUM TO WS-E1-PAGINA.
008330     IF WS-PAG-NUM > 1
008340         MOVE SPACES TO RPT-ORD-REG
008350         WRITE RPT-ORD-REG
008360     END-IF.
008370     WRITE RPT-ORD-REG FROM WS-ENCABEZADO-1.
008380     MOVE SPACES TO RPT-ORD-REG.
008390     WRITE RPT-ORD-REG.
008400     WRITE RPT-ORD-REG FROM WS-ENCABEZADO-2.
008410     MOVE SPACES TO RPT-ORD-REG.
008420     WRITE RPT-ORD-REG.
008430     MOVE ZERO TO WS-LIN-PAGINA.
008440 7040-EXIT.
008450     EXIT.
008460*
008470*****************************************************************
008480* 7050-ESCRIBIR-DETALLE PRINTS ONE DETAIL LINE OF THE ORDERED
008490* MEMBER LISTING (HEADING A NEW PAGE FIRST IF THE CURRENT ONE IS
008500* FULL) AND WRITES THE MATCHING CLEAN BAL-REG EXTRACT RECORD
008510* THAT FEEDS THE G/L EXTRACT RUN.
008520*****************************************************************
008530 7050-ESCRIBIR-DETALLE.
008540     IF WS-LIN-PAGINA >= WS-MAX-LIN-PAG
008550         PERFORM 7040-IMPRIMIR-ENCABEZADO THRU 7040-EXIT
008560     END-IF.
008570     MOVE SRT-COD TO WS-LO-COD.
008580     MOVE SRT-NOM TO WS-LO-NOM.
008590     MOVE SRT-NOM-FILIAL TO WS-LO-FILIAL.
008600     MOVE SRT-SALDO TO WS-LO-SALDO.
008610     EVALUATE TRUE
008620         WHEN SRT-ESTADO = 'S'
008630             MOVE 'SUSPENDIDO' TO WS-LO-ESTADO
008640         WHEN SRT-ESTADO = 'L'
008650             MOVE 'LICENCIA' TO WS-LO-ESTADO
008660         WHEN OTHER
008670             MOVE 'ACTIVO' TO WS-LO-ESTADO
008680     END-EVALUATE.
008690     WRITE RPT-ORD-REG FROM WS-LINEA-ORD.
008700     ADD 1 TO WS-LIN-PAGINA.
008710     MOVE SRT-COD TO BAL-COD.
008720     MOVE SRT-SALDO TO BAL-SALDO.
008730     MOVE SRT-FILIAL TO BAL-FILIAL.
008740     WRITE BAL-REG.
008750 7050-EXIT.
008760     EXIT.
008770*
008780* 7110-ACUMULAR-FILIAL RUNS FOR EVERY RETURNED RECORD, INCLUDING
008790* ONES SKIPPED ON A CHECKPOINT RESTART - THOSE WERE ALREADY
008800* WRITTEN TO SOCIOS-ORD/SOCIOS-BAL BY THE INTERRUPTED RUN, BUT
008810* ITS BRANCH SUBTOTALS WERE NEVER PRINTED, SO WS-TOTAL-FILIAL AND
008820* FIL-SUBTOT MUST STILL PICK THEM UP HERE TO MAKE SOCIOS-FILIAL.
008830* LST COMPLETE. WS-TOTAL-GENERAL (THE RECONCILIATION REPORT'S
008840* "SALDO SALIDA") DELIBERATELY EXCLUDES SKIPPED RECORDS, SO IT
008850* STAYS OUT OF THIS PARAGRAPH - SEE 7100-DEVOLVER-REG.
008860 7110-ACUMULAR-FILIAL.
008870     SET FIL-IDX TO 1.
008880     SEARCH FIL-ENTRY
008890         AT END
008900             ADD SRT-SALDO TO WS-SUBTOT-SIN-FILIAL
008910         WHEN FIL-COD (FIL-IDX) = SRT-FILIAL
008920             ADD SRT-SALDO TO FIL-SUBTOT (FIL-IDX)
008930     END-SEARCH.
008940     ADD SRT-SALDO TO WS-TOTAL-FILIAL.
008950 7110-EXIT.
008960     EXIT.
008970*
008980 7200-EMITIR-SUBTOTALES.
008990     PERFORM 7210-ESCRIBIR-SUBTOTAL THRU 7210-EXIT
009000         VARYING FIL-IDX FROM 1 BY 1 UNTIL FIL-IDX > WS-FIL-CANT.
009010     MOVE WS-MSG-SIN-FILIAL TO WS-LF-NOM.
009020     MOVE WS-SUBTOT-SIN-FILIAL TO WS-LF-SALDO.
009030     WRITE RPT-FILIAL-REG FROM WS-LINEA-FILIAL.
009040     MOVE 'TOTAL GENERAL' TO WS-LF-NOM.
009050     MOVE WS-TOTAL-FILIAL TO WS-LF-SALDO.
009060     WRITE RPT-FILIAL-REG FROM WS-LINEA-FILIAL.
009070 7200-EXIT.
009080     EXIT.
009090*
009100 7210-ESCRIBIR-SUBTOTAL.
009110     MOVE FIL-NOM (FIL-IDX) TO WS-LF-NOM.
009120     MOVE FIL-SUBTOT (FIL-IDX) TO WS-LF-SALDO.
009130     WRITE RPT-FILIAL-REG FROM WS-LINEA-FILIAL.
009140 7210-EXIT.
009150     EXIT.
009160*
009170 7900-CERRAR-SALIDA.
009180     CLOSE SOCIOS-ORD.
009190     CLOSE RPT-FILIAL.
009200     CLOSE CHKPT-FILE.
009210     CLOSE SOCIOS-BAL.
009220 7900-EXIT.
009230     EXIT.
009240*
009250*****************************************************************
009260* 8000-RECONCILIAR-TOTALES PRINTS A CONTROL-TOTAL BALANCING
009270* REPORT COMPARING THE SOCIOS (INPUT) SIDE AGAINST THE
009280* SOCIOS-ORD (OUTPUT) SIDE: RECORD COUNTS AND SOC-SALDO SUMS
009290* MUST AGREE ONCE EXCEPTIONS AND CHECKPOINT-SKIPPED RECORDS
009300* (ALREADY ACCOUNTED FOR ON A PRIOR, INTERRUPTED RUN) ARE
009310* BACKED OUT, OR THE SORT DROPPED OR DUPLICATED A MEMBER.
009320*****************************************************************
009330 8000-RECONCILIAR-TOTALES.
009340     OPEN OUTPUT RPT-RECON.
009350     IF WS-FS-RECON NOT = '00'
009360         MOVE 'RPT-RECON' TO WS-NOMBRE-ARCHIVO
009370         MOVE WS-FS-RECON TO WS-FS-COMUN
009380         PERFORM 9900-ABEND-ARCHIVO
009390     END-IF.
009400     MOVE 'REPORTE DE CONCILIACION - SOCIOS / SOCIOS-ORD'
009410         TO RPT-RECON-REG.
009420     WRITE RPT-RECON-REG.
009430     MOVE SPACES TO RPT-RECON-REG.
009440     WRITE RPT-RECON-REG.
009450     MOVE 'REGISTROS LEIDOS (SOCIOS)' TO WS-LR-ETIQUETA.
009460     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
009470     MOVE ZERO TO WS-LR-SALDO.
009480     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009490     MOVE 'REGISTROS EN EXCEPCION' TO WS-LR-ETIQUETA.
009500     MOVE WS-CONT-EXCEPCIONES TO WS-LR-CANT.
009510     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009520     MOVE 'REGISTROS ESCRITOS (ORD)' TO WS-LR-ETIQUETA.
009530     MOVE WS-CONT-ESCRITOS TO WS-LR-CANT.
009540     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009550     MOVE 'REGISTROS OMITIDOS (CKPT)' TO WS-LR-ETIQUETA.
009560     MOVE WS-CONT-OMITIDOS TO WS-LR-CANT.
009570     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009580     MOVE SPACES TO RPT-RECON-REG.
009590     WRITE RPT-RECON-REG.
009600     MOVE 'SALDO ENTRADA (SOCIOS)' TO WS-LR-ETIQUETA.
009610     MOVE ZERO TO WS-LR-CANT.
009620     MOVE WS-TOTAL-ENTRADA TO WS-LR-SALDO.
009630     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009640     MOVE 'SALDO SALIDA (ORD)' TO WS-LR-ETIQUETA.
009650     MOVE WS-TOTAL-GENERAL TO WS-LR-SALDO.
009660     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009670     MOVE 'SALDO OMITIDO (CKPT)' TO WS-LR-ETIQUETA.
009680     MOVE WS-TOTAL-OMITIDO TO WS-LR-SALDO.
009690     WRITE RPT-RECON-REG FROM WS-LINEA-RECON.
009700     MOVE SPACES TO RPT-RECON-REG.
009710     WRITE RPT-RECON-REG.
009720     COMPUTE WS-CONT-CUADRE = WS-CONT-EXCEPCIONES
009730         + WS-CONT-ESCRITOS + WS-CONT-OMITIDOS.
009740     COMPUTE WS-TOTAL-CUADRE =
009750         WS-TOTAL-GENERAL + WS-TOTAL-OMITIDO.
009760     IF WS-CONT-LEIDOS = WS-CONT-CUADRE
009770         AND WS-TOTAL-ENTRADA = WS-TOTAL-CUADRE
009780         MOVE 'CONCILIACION OK' TO RPT-RECON-REG
009790     ELSE
009800         MOVE 'CONCILIACION CON DIFERENCIAS - REVISAR'
009810             TO RPT-RECON-REG
009820         MOVE 16 TO RETURN-CODE
009830     END-IF.
009840     WRITE RPT-RECON-REG.
009850     CLOSE RPT-RECON.
009860 8000-EXIT.
009870     EXIT.
009880*
009890*****************************************************************
009900* 8100-REGISTRAR-AUDITORIA APPENDS ONE LINE TO SOCIOS-AUDIT.LOG
009910* EVERY RUN - DATE, TIME, THE JOB ID FROM SOCORD.CTL (OR THE
009920* PROGRAM NAME IF NONE WAS SUPPLIED), AND THE INPUT/OUTPUT
009930* RECORD COUNTS FOR THIS RUN. THE LOG IS NEVER REBUILT, ONLY
009940* EXTENDED, SO IT STAYS A RUNNING HISTORY ACROSS RUNS.
009950*****************************************************************
009960 8100-REGISTRAR-AUDITORIA.
009970     OPEN EXTEND RPT-AUDIT.
009980     IF WS-FS-AUDIT = '35'
009990         OPEN OUTPUT RPT-AUDIT
010000     END-IF.
010010     IF WS-FS-AUDIT NOT = '00'
010020         MOVE 'RPT-AUDIT' TO WS-NOMBRE-ARCHIVO
010030         MOVE WS-FS-AUDIT TO WS-FS-COMUN
010040         PERFORM 9900-ABEND-ARCHIVO
010050     END-IF.
010060     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
010070     ACCEPT WS-HORA-AHORA FROM TIME.
010080     MOVE WS-FH-ANIO TO WS-LA-ANIO.
010090     MOVE WS-FH-MES TO WS-LA-MES.
010100     MOVE WS-FH-DIA TO WS-LA-DIA.
010110     MOVE WS-HA-HORA TO WS-LA-HH.
010120     MOVE WS-HA-MIN TO WS-LA-MM.
010130     MOVE WS-HA-SEG TO WS-LA-SS.
010140     MOVE WS-CTL-JOBID TO WS-LA-JOBID.
010150     MOVE WS-CONT-LEIDOS TO WS-LA-ENTRADA.
010160     MOVE WS-CONT-ESCRITOS TO WS-LA-SALIDA.
010170     WRITE RPT-AUDIT-REG FROM WS-LINEA-AUDIT.
010180     IF WS-FS-AUDIT NOT = '00'
010190         MOVE 'RPT-AUDIT' TO WS-NOMBRE-ARCHIVO
010200         MOVE WS-FS-AUDIT TO WS-FS-COMUN
010210         PERFORM 9900-ABEND-ARCHIVO
010220     END-IF.
010230     CLOSE RPT-AUDIT.
010240 8100-EXIT.
010250     EXIT.
010260*
010270*****************************************************************
010280* 8300-GRABAR-RUNCTL APPENDS THIS RUN'S MACHINE-READABLE
010290* CONTROL RECORD (COPY RUNCTL) TO THE SHARED RUN-CONTROL FILE
010300* FOR THE CIERRE DIARIO VERIFICATION (SOCCD01).
010310*****************************************************************
010320 8300-GRABAR-RUNCTL.
010330     OPEN EXTEND RUN-CTL.
010340     IF WS-FS-RUN = '35'
010350         OPEN OUTPUT RUN-CTL
010360     END-IF.
010370     IF WS-FS-RUN NOT = '00'
010380         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
010390         MOVE WS-FS-RUN TO WS-FS-COMUN
010400         PERFORM 9900-ABEND-ARCHIVO
010410     END-IF.
010420     COMPUTE WS-TOTAL-RUN-SALIDA =
010430         WS-TOTAL-GENERAL + WS-TOTAL-OMITIDO.
010440     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
010450     ACCEPT WS-HORA-AHORA FROM TIME.
010460     MOVE WS-HA-HORA TO WS-H6-HORA.
010470     MOVE WS-HA-MIN TO WS-H6-MIN.
010480     MOVE WS-HA-SEG TO WS-H6-SEG.
010490     MOVE WS-HORA-RUN6 TO RUN-HORA.
010500     MOVE 'SOCORD01' TO RUN-PROGRAMA.
010510     MOVE WS-FECHA-HOY TO RUN-FECHA.
010520     MOVE WS-CTL-JOBID TO RUN-JOBID.
010530     MOVE WS-CONT-LEIDOS TO RUN-ENTRADA.
010540     MOVE WS-CONT-ESCRITOS TO RUN-SALIDA.
010550     MOVE WS-TOTAL-ENTRADA TO RUN-IMPORTE-1.
010560     MOVE WS-TOTAL-RUN-SALIDA TO RUN-IMPORTE-2.
010570     WRITE RUN-REG.
010580     IF WS-FS-RUN NOT = '00'
010590         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
010600         MOVE WS-FS-RUN TO WS-FS-COMUN
010610         PERFORM 9900-ABEND-ARCHIVO
010620     END-IF.
010630     CLOSE RUN-CTL.
010640 8300-EXIT.
010650     EXIT.
010660*
010670*****************************************************************
010680* 9900-ABEND-ARCHIVO - COMMON FILE-STATUS ERROR HANDLER. THE
010690* CALLER MOVES THE FAILING FILE'S NAME AND FILE STATUS TO
010700* WS-NOMBRE-ARCHIVO / WS-FS-COMUN BEFORE PERFORMING THIS
010710* PARAGRAPH. STOPS THE RUN WITH A NONZERO RETURN CODE SO A
010720* JOB STEP CHECKING THE CONDITION CODE STOPS THE CHAIN.
010730*****************************************************************
010740 9900-ABEND-ARCHIVO.
010750     DISPLAY 'SOCORD01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
010760     DISPLAY 'SOCORD01 - FILE STATUS = ' WS-FS-COMUN.
010770     MOVE 16 TO RETURN-CODE.
010780     STOP RUN.
010790*
010800*****************************************************************
010810* 9910-ABEND-CKPT-PERDIDO - END OF SORT REACHED WITH WS-OMITIENDO
010820* STILL 'S': THE CHECKPOINT ANCHOR (WS-CKPT-ULT-COD) FROM THE
010830* INTERRUPTED RUN NEVER REAPPEARED IN THIS RUN'S SORT OUTPUT -
010840* THE MEMBER MAY HAVE BEEN REMOVED BY A BAJA SINCE, OR THIS
010850* RUN'S CONTROL-CARD SORT MODE DIFFERS FROM THE INTERRUPTED
010860* RUN'S - SO EVERY RECORD AFTER IT WOULD HAVE BEEN SILENTLY
010870* MISCLASSIFIED AS ALREADY PROCESSED FOR THE REST OF THE RUN.
010880* STOPS THE RUN RATHER THAN LET THE OMIT SWITCH STAY STUCK.
010890*****************************************************************
010900 9910-ABEND-CKPT-PERDIDO.
010910     DISPLAY 'SOCORD01 - ERROR CHECKPOINT - ANCLA NO HALLADA'.
010920     DISPLAY 'SOCORD01 - ULTIMO COD PROCESADO (CKPT) = '
010930         WS-CKPT-ULT-COD.
010940     MOVE 16 TO RETURN-CODE.
010950     STOP RUN.
010960 9910-EXIT.
010970     EXIT.
010980*
010990 END PROGRAM SOCORD01.
