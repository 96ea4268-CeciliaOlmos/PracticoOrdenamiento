000010*****************************************************************
000020* PROGRAM:     SOCES01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     NIGHTLY MEMBER STATUS EVALUATION. SWEEPS THE
000070*              INDEXED SOCIOS MASTER AND MOVES MEMBERS IN AND OUT
000080*              OF SUSPENSION FOR ARREARS (SOC-ESTADO):
000090*              - AN ACTIVE MEMBER WHOSE DEBT IS OVER THE MINIMUM
000100*                AND OVERDUE BEYOND THE THRESHOLD DAYS - AGED BY
000110*                THE SOCAG01 RULE, DAYS SINCE THE LAST PAYMENT OR
000120*                SINCE THE MEMBERSHIP DATE WHEN THE MEMBER NEVER
000130*                PAID - IS SUSPENDED. MEMBERS ON A CURRENT
000140*                PAYMENT PLAN (CONVENIOS) ARE NEVER SUSPENDED.
000150*              - A SUSPENDED MEMBER WHOSE BALANCE NO LONGER SHOWS
000160*                A DEBT (A PAYMENT CLEARED IT) IS REACTIVATED.
000170*              - MEMBERS ON VOLUNTARY LEAVE (LICENCIA, SET BY
000180*                SOCMT01) ARE LEFT AS THEY ARE.
000190*              THE THRESHOLD DAYS AND THE MINIMUM DEBT COME FROM
000200*              THE OPTIONAL SOCIOEST PARAMETER CARD (DEFAULT 180
000210*              DAYS, ANY DEBT). EVERY STATUS CHANGE IS REWRITTEN
000220*              WITH ITS DATE IN SOC-FEC-ESTADO AND APPENDS A
000230*              BEFORE/AFTER IMAGE TO THE COMMON SOCIOS JOURNAL
000240*              (COPY JRNREG). THE STATUS-CHANGE REPORT LISTS WHO
000250*              WAS SUSPENDED AND WHO WAS REACTIVATED THAT NIGHT,
000260*              BY FILIAL.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   15/10/2026 RCA   INITIAL VERSION.
000310*   15/10/2026 RCA   JOURNAL BEFORE-IMAGE WIDENED TO 161 - SOC-REG
000320*                    NOW CARRIES THE DIRECT-DEBIT ENROLLMENT.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SOCES01.
000360 AUTHOR. R. CASTRO.
000370 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SOCIOS        ASSIGN TO SOCIOS
000450         ORGANIZATION INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS SOC-COD
000480         ALTERNATE RECORD KEY IS SOC-NOM
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-FS-SOCIOS.
000510     SELECT FILIALES      ASSIGN TO FILIALES
000520         ORGANIZATION INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS FLM-COD
000550         FILE STATUS IS WS-FS-FILMAE.
000560     SELECT CONVENIOS     ASSIGN TO CONVENIO
000570         ORGANIZATION INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CNV-COD
000600         FILE STATUS IS WS-FS-CONV.
000610     SELECT ESTADO-CTL    ASSIGN TO SOCIOEST
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-EST.
000640     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-CTLJ.
000670     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-JRN.
000700     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000710         FILE STATUS IS WS-FS-SORT.
000720     SELECT RPT-ES        ASSIGN TO RPTES
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-RPTES.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  SOCIOS.
000790     COPY socreg.
000800*
000810 FD  FILIALES.
000820     COPY filreg.
000830*
000840 FD  CONVENIOS.
000850     COPY cnvreg.
000860*
000870 FD  ESTADO-CTL.
000880 01  EST-REG.
000890     03  EST-DIAS-UMBRAL        PIC 9(04).
000900     03  EST-DEUDA-MINIMA       PIC 9(06)V99.
000910*
000920 FD  SOCIOS-CTL.
000930 01  CTL-REG.
000940     03  CTL-MODO               PIC X(01).
000950     03  CTL-REINICIO           PIC X(01).
000960     03  CTL-JOBID              PIC X(08).
000970*
000980 FD  SOC-JRN.
000990     COPY jrnreg.
001000*
001010 SD  ARCH-SORT.
001020 01  ES-REG.
001030     03  ES-SECCION             PIC 9(01).
001040         88  ES-SUSPENDIDO              VALUE 1.
001050         88  ES-REACTIVADO              VALUE 2.
001060     03  ES-FILIAL              PIC 9(03).
001070     03  ES-COD                 PIC 9(06).
001080     03  ES-NOM                 PIC X(20).
001090     03  ES-SALDO               PIC S9(8)V99.
001100     03  ES-DIAS                PIC 9(04).
001110*
001120 FD  RPT-ES.
001130 01  RPT-ES-REG                 PIC X(80).
001140*
001150 WORKING-STORAGE SECTION.
001160     COPY filial.
001170*
001180 01  WS-SWITCHES.
001190     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001200         88  WS-FIN-SOCIOS              VALUE 'S'.
001210     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
001220         88  WS-FIN-SORT                VALUE 'S'.
001230     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001240         88  WS-FIN-FILMAE              VALUE 'S'.
001250     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
001260         88  WS-HAY-GRUPO               VALUE 'S'.
001270*
001280 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001290*
001300 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001310*
001320 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
001330*
001340 01  WS-FS-EST                  PIC X(02) VALUE '00'.
001350*
001360 01  WS-FS-CTLJ                 PIC X(02) VALUE '00'.
001370*
001380 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
001390*
001400 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001410*
001420 01  WS-FS-RPTES                PIC X(02) VALUE '00'.
001430*
001440 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001450*
001460 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001470*
001480 01  WS-CTL-JOBID               PIC X(08) VALUE 'SOCES01'.
001490*
001500*    DEFAULTS WHEN THE SOCIOEST CARD IS ABSENT OR LEAVES A FIELD
001510*    BLANK: SUSPEND AFTER 180 DAYS OVERDUE, WHATEVER THE DEBT.
001520 01  WS-DIAS-UMBRAL             PIC 9(04) VALUE 180.
001530*
001540 01  WS-DEUDA-MINIMA            PIC 9(06)V99 VALUE ZERO.
001550*
001560 01  WS-CONTADORES.
001570     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001580     05  WS-CONT-SUSPENDIDOS    PIC 9(05) VALUE ZERO.
001590     05  WS-CONT-REACTIVADOS    PIC 9(05) VALUE ZERO.
001600     05  WS-CONT-SIGUEN-SUSP    PIC 9(05) VALUE ZERO.
001610     05  WS-CONT-LICENCIA       PIC 9(05) VALUE ZERO.
001620     05  WS-CONT-CONVENIO       PIC 9(05) VALUE ZERO.
001630*
001640 01  WS-CONT-SECCION            PIC 9(05) VALUE ZERO.
001650*
001660 01  WS-SECCION-ACTUAL          PIC 9(01) VALUE ZERO.
001670*
001680 01  WS-FECHA-HOY.
001690     05  WS-FH-ANIO             PIC 9(04).
001700     05  WS-FH-MES              PIC 9(02).
001710     05  WS-FH-DIA              PIC 9(02).
001720*
001730 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001740*
001750 01  WS-HOY-INT                 PIC S9(09) VALUE ZERO.
001760*
001770 01  WS-FECHA-BASE              PIC 9(08) VALUE ZERO.
001780*
001790 01  WS-DIAS-CALC               PIC S9(09) VALUE ZERO.
001800*
001810 01  WS-DIAS-SOCIO              PIC 9(04) VALUE ZERO.
001820*
001830 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
001840*
001850 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
001860*
001870 01  WS-MENSAJES.
001880     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
001890*
001900 01  WS-JRN-ANTES               PIC X(161) VALUE SPACES.
001910*
001920 01  WS-HORA-AHORA.
001930     05  WS-HA-HORA             PIC 9(02).
001940     05  WS-HA-MIN              PIC 9(02).
001950     05  WS-HA-SEG              PIC 9(02).
001960     05  WS-HA-CENT             PIC 9(02).
001970*
001980 01  WS-HORA-JRN.
001990     05  WS-HJ-HORA             PIC 9(02).
002000     05  WS-HJ-MIN              PIC 9(02).
002010     05  WS-HJ-SEG              PIC 9(02).
002020*
002030 01  WS-ENC-TITULO.
002040     05  FILLER                 PIC X(36)
002050         VALUE 'EVALUACION DE ESTADO DE SOCIOS AL'.
002060     05  WS-ET-FECHA            PIC 9(08).
002070*
002080 01  WS-ENC-PARAMETROS.
002090     05  FILLER                 PIC X(14) VALUE 'UMBRAL DIAS: '.
002100     05  WS-EP-DIAS             PIC ZZZ9.
002110     05  FILLER                 PIC X(04) VALUE SPACES.
002120     05  FILLER                 PIC X(15) VALUE 'DEUDA MINIMA: '.
002130     05  WS-EP-DEUDA            PIC ZZZ,ZZ9.99.
002140*
002150 01  WS-ENC-SECCION             PIC X(40) VALUE SPACES.
002160*
002170 01  WS-ENC-FILIAL.
002180     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
002190     05  WS-EF-NOM              PIC X(15).
002200*
002210 01  WS-ENC-COLUMNAS.
002220     05  FILLER                 PIC X(06) VALUE 'COD.'.
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  FILLER                 PIC X(20) VALUE 'NOMBRE'.
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  FILLER                 PIC X(15) VALUE '          SALDO'.
002270     05  FILLER                 PIC X(02) VALUE SPACES.
002280     05  FILLER                 PIC X(05) VALUE ' DIAS'.
002290*
002300 01  WS-LINEA-DET.
002310     05  WS-LD-COD              PIC 9(06).
002320     05  FILLER                 PIC X(02) VALUE SPACES.
002330     05  WS-LD-NOM              PIC X(20).
002340     05  FILLER                 PIC X(02) VALUE SPACES.
002350     05  WS-LD-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002360     05  FILLER                 PIC X(02) VALUE SPACES.
002370     05  WS-LD-DIAS             PIC ZZZZ9.
002380*
002390 01  WS-LINEA-RESUMEN.
002400     05  WS-LR-ETIQUETA         PIC X(30).
002410     05  WS-LR-CANT             PIC ZZ,ZZ9.
002420*
002430 PROCEDURE DIVISION.
002440*****************************************************************
002450 0000-MAINLINE.
002460*****************************************************************
002470     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002480     PERFORM 3000-ORDENAR THRU 3000-EXIT.
002490     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002500     STOP RUN.
002510*
002520*****************************************************************
002530 1000-INICIALIZAR.
002540*****************************************************************
002550     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002560     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
002570     COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM).
002580     PERFORM 1100-LEER-PARAMETROS THRU 1100-EXIT.
002590     PERFORM 1150-LEER-JOBID THRU 1150-EXIT.
002600     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
002610     OPEN EXTEND SOC-JRN.
002620     IF WS-FS-JRN = '35'
002630         OPEN OUTPUT SOC-JRN
002640     END-IF.
002650     IF WS-FS-JRN NOT = '00'
002660         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
002670         MOVE WS-FS-JRN TO WS-FS-COMUN
002680         PERFORM 9900-ABEND-ARCHIVO
002690     END-IF.
002700 1000-EXIT.
002710     EXIT.
002720*
002730*****************************************************************
002740* 1100-LEER-PARAMETROS READS THE OPTIONAL SOCIOEST CARD: THE
002750* DAYS OVERDUE BEYOND WHICH A DEBTOR IS SUSPENDED AND THE
002760* MINIMUM DEBT BELOW WHICH NOBODY IS SUSPENDED. NO CARD, OR A
002770* BLANK FIELD, KEEPS THE DEFAULT. A MISPUNCHED FIELD STOPS THE
002780* RUN - A MASS SUSPENSION MUST NEVER RUN ON A GARBLED
002790* THRESHOLD.
002800*****************************************************************
002810 1100-LEER-PARAMETROS.
002820     OPEN INPUT ESTADO-CTL.
002830     IF WS-FS-EST NOT = '00'
002840         GO TO 1100-EXIT
002850     END-IF.
002860     READ ESTADO-CTL
002870         AT END
002880             CLOSE ESTADO-CTL
002890             GO TO 1100-EXIT
002900     END-READ.
002910     IF EST-DIAS-UMBRAL NOT = SPACES
002920         IF EST-DIAS-UMBRAL NOT NUMERIC OR EST-DIAS-UMBRAL = ZERO
002930             DISPLAY 'SOCES01 - UMBRAL DE DIAS INVALIDO'
002940             MOVE 16 TO RETURN-CODE
002950             STOP RUN
002960         END-IF
002970         MOVE EST-DIAS-UMBRAL TO WS-DIAS-UMBRAL
002980     END-IF.
002990     IF EST-DEUDA-MINIMA NOT = SPACES
003000         IF EST-DEUDA-MINIMA NOT NUMERIC
003010             DISPLAY 'SOCES01 - DEUDA MINIMA INVALIDA'
003020             MOVE 16 TO RETURN-CODE
003030             STOP RUN
003040         END-IF
003050         MOVE EST-DEUDA-MINIMA TO WS-DEUDA-MINIMA
003060     END-IF.
003070     CLOSE ESTADO-CTL.
003080 1100-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120* 1150-LEER-JOBID PICKS UP THE JOB ID FROM THE SAME CONTROL
003130* CARD SOCMT01 AND SOCFC01 READ, WHEN ONE IS SUPPLIED - THE
003140* JOURNAL STAMPS IT ON EVERY BEFORE/AFTER IMAGE. NO CARD, OR
003150* A BLANK JOB ID, LEAVES THE PROGRAM-NAME DEFAULT.
003160*****************************************************************
003170 1150-LEER-JOBID.
003180     OPEN INPUT SOCIOS-CTL.
003190     IF WS-FS-CTLJ = '00'
003200         READ SOCIOS-CTL
003210             AT END
003220                 CONTINUE
003230         END-READ
003240         IF WS-FS-CTLJ = '00' AND CTL-JOBID NOT = SPACE
003250             MOVE CTL-JOBID TO WS-CTL-JOBID
003260         END-IF
003270         CLOSE SOCIOS-CTL
003280     END-IF.
003290 1150-EXIT.
003300     EXIT.
003310*
003320*****************************************************************
003330* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
003340* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
003350* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
003360*****************************************************************
003370 1200-CARGAR-FILIALES.
003380     MOVE ZERO TO WS-FIL-CANT.
003390     OPEN INPUT FILIALES.
003400     IF WS-FS-FILMAE NOT = '00'
003410         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
003420         MOVE WS-FS-FILMAE TO WS-FS-COMUN
003430         PERFORM 9900-ABEND-ARCHIVO
003440     END-IF.
003450     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
003460         UNTIL WS-FIN-FILMAE.
003470     CLOSE FILIALES.
003480     IF WS-FIL-CANT = ZERO
003490         DISPLAY 'SOCES01 - ARCHIVO FILIALES VACIO'
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530 1200-EXIT.
003540     EXIT.
003550*
003560 1210-LEER-FILIAL.
003570     READ FILIALES
003580         AT END
003590             MOVE 'S' TO WS-SW-FIN-FILMAE
003600             GO TO 1210-EXIT
003610     END-READ.
003620     IF WS-FIL-CANT >= WS-FIL-MAX
003630         DISPLAY 'SOCES01 - TABLA DE FILIALES LLENA - MAX '
003640             WS-FIL-MAX
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680     ADD 1 TO WS-FIL-CANT.
003690     SET FIL-IDX TO WS-FIL-CANT.
003700     MOVE FLM-COD TO FIL-COD (FIL-IDX).
003710     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
003720     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
003730     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
003740 1210-EXIT.
003750     EXIT.
003760*
003770*****************************************************************
003780 3000-ORDENAR.
003790*****************************************************************
003800     SORT ARCH-SORT
003810         ASCENDING KEY ES-SECCION
003820         ASCENDING KEY ES-FILIAL
003830         ASCENDING KEY ES-COD
003840         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
003850         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
003860     IF WS-FS-SORT NOT = '00'
003870         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003880         MOVE WS-FS-SORT TO WS-FS-COMUN
003890         PERFORM 9900-ABEND-ARCHIVO
003900     END-IF.
003910 3000-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950* PROCESO-ENTRADA - SWEEPS THE MASTER, EVALUATES EVERY MEMBER,
003960* REWRITES AND JOURNALS EACH STATUS CHANGE, AND RELEASES THE
003970* CHANGE TO THE SORT FOR THE REPORT.
003980*****************************************************************
003990 6000-PROCESO-ENTRADA.
004000     OPEN I-O SOCIOS.
004010     IF WS-FS-SOCIOS NOT = '00'
004020         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
004030         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
004040         PERFORM 9900-ABEND-ARCHIVO
004050     END-IF.
004060     OPEN INPUT CONVENIOS.
004070     IF WS-FS-CONV NOT = '00'
004080         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
004090         MOVE WS-FS-CONV TO WS-FS-COMUN
004100         PERFORM 9900-ABEND-ARCHIVO
004110     END-IF.
004120     PERFORM 6010-EVALUAR-SOCIO THRU 6010-EXIT
004130         UNTIL WS-FIN-SOCIOS.
004140     CLOSE SOCIOS.
004150     CLOSE CONVENIOS.
004160 6000-EXIT.
004170     EXIT.
004180*
004190*****************************************************************
004200* 6010-EVALUAR-SOCIO - LICENCIA IS NEVER TOUCHED. A SUSPENDED
004210* MEMBER WITH NO DEBT LEFT IS REACTIVATED; ONE STILL OWING
004220* STAYS SUSPENDED. AN ACTIVE MEMBER IS SUSPENDED ONLY WHEN THE
004230* DEBT IS OVER THE MINIMUM, THE DAYS ARE OVER THE THRESHOLD
004240* AND NO CURRENT CONVENIO COVERS THE DEBT.
004250*****************************************************************
004260 6010-EVALUAR-SOCIO.
004270     READ SOCIOS
004280         AT END
004290             MOVE 'S' TO WS-SW-FIN-SOCIOS
004300             GO TO 6010-EXIT
004310     END-READ.
004320     IF WS-FS-SOCIOS NOT = '00' AND NOT = '02'
004330         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
004340         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
004350         PERFORM 9900-ABEND-ARCHIVO
004360     END-IF.
004370     ADD 1 TO WS-CONT-LEIDOS.
004380     IF SOC-LICENCIA
004390         ADD 1 TO WS-CONT-LICENCIA
004400         GO TO 6010-EXIT
004410     END-IF.
004420     PERFORM 6020-CALCULAR-DIAS THRU 6020-EXIT.
004430     IF SOC-SUSPENDIDO
004440         IF SOC-SALDO > ZERO
004450             ADD 1 TO WS-CONT-SIGUEN-SUSP
004460         ELSE
004470             PERFORM 6200-REACTIVAR THRU 6200-EXIT
004480         END-IF
004490         GO TO 6010-EXIT
004500     END-IF.
004510     IF SOC-SALDO NOT > ZERO
004520         OR SOC-SALDO NOT > WS-DEUDA-MINIMA
004530         OR WS-DIAS-SOCIO NOT > WS-DIAS-UMBRAL
004540         GO TO 6010-EXIT
004550     END-IF.
004560     MOVE SOC-COD TO CNV-COD.
004570     READ CONVENIOS
004580         INVALID KEY
004590             MOVE SPACE TO CNV-ESTADO
004600     END-READ.
004610     IF CNV-VIGENTE
004620         ADD 1 TO WS-CONT-CONVENIO
004630         GO TO 6010-EXIT
004640     END-IF.
004650     PERFORM 6100-SUSPENDER THRU 6100-EXIT.
004660 6010-EXIT.
004670     EXIT.
004680*
004690*****************************************************************
004700* 6020-CALCULAR-DIAS - DAYS FROM THE BASE DATE (LAST PAYMENT,
004710* OR MEMBERSHIP DATE WHEN THE MEMBER NEVER PAID) TO TODAY,
004720* CAPPED AT 9999, THE SAME RULE AS THE AGING REPORT. A MEMBER
004730* WITH NEITHER DATE AGES STRAIGHT TO 9999.
004740*****************************************************************
004750 6020-CALCULAR-DIAS.
004760     IF SOC-FEC-ULT-PAGO NOT = ZERO
004770         MOVE SOC-FEC-ULT-PAGO TO WS-FECHA-BASE
004780     ELSE
004790         MOVE SOC-FEC-ALTA TO WS-FECHA-BASE
004800     END-IF.
004810     IF WS-FECHA-BASE = ZERO
004820         MOVE 9999 TO WS-DIAS-SOCIO
004830         GO TO 6020-EXIT
004840     END-IF.
004850     COMPUTE WS-DIAS-CALC = WS-HOY-INT
004860         - FUNCTION INTEGER-OF-DATE (WS-FECHA-BASE).
004870     IF WS-DIAS-CALC < ZERO
004880         MOVE ZERO TO WS-DIAS-CALC
004890     END-IF.
004900     IF WS-DIAS-CALC > 9999
004910         MOVE 9999 TO WS-DIAS-CALC
004920     END-IF.
004930     MOVE WS-DIAS-CALC TO WS-DIAS-SOCIO.
004940 6020-EXIT.
004950     EXIT.
004960*
004970 6100-SUSPENDER.
004980     MOVE SOC-REG TO WS-JRN-ANTES.
004990     MOVE 'S' TO SOC-ESTADO.
005000     MOVE WS-FECHA-HOY TO SOC-FEC-ESTADO.
005010     PERFORM 6300-REGRABAR-SOCIO THRU 6300-EXIT.
005020     ADD 1 TO WS-CONT-SUSPENDIDOS.
005030     MOVE 1 TO ES-SECCION.
005040     PERFORM 6400-LIBERAR-CAMBIO THRU 6400-EXIT.
005050 6100-EXIT.
005060     EXIT.
005070*
005080 6200-REACTIVAR.
005090     MOVE SOC-REG TO WS-JRN-ANTES.
005100     MOVE 'A' TO SOC-ESTADO.
005110     MOVE WS-FECHA-HOY TO SOC-FEC-ESTADO.
005120     PERFORM 6300-REGRABAR-SOCIO THRU 6300-EXIT.
005130     ADD 1 TO WS-CONT-REACTIVADOS.
005140     MOVE 2 TO ES-SECCION.
005150     PERFORM 6400-LIBERAR-CAMBIO THRU 6400-EXIT.
005160 6200-EXIT.
005170     EXIT.
005180*
005190 6300-REGRABAR-SOCIO.
005200     REWRITE SOC-REG.
005210     IF WS-FS-SOCIOS NOT = '00'
005220         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
005230         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
005240         PERFORM 9900-ABEND-ARCHIVO
005250     END-IF.
005260     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
005270 6300-EXIT.
005280     EXIT.
005290*
005300 6400-LIBERAR-CAMBIO.
005310     MOVE SOC-FILIAL TO ES-FILIAL.
005320     MOVE SOC-COD TO ES-COD.
005330     MOVE SOC-NOM TO ES-NOM.
005340     MOVE SOC-SALDO TO ES-SALDO.
005350     MOVE WS-DIAS-SOCIO TO ES-DIAS.
005360     RELEASE ES-REG.
005370     IF WS-FS-SORT NOT = '00'
005380         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
005390         MOVE WS-FS-SORT TO WS-FS-COMUN
005400         PERFORM 9900-ABEND-ARCHIVO
005410     END-IF.
005420 6400-EXIT.
005430     EXIT.
005440*
005450*****************************************************************
005460* PROCESO-SALIDA - PRINTS THE NIGHT'S STATUS CHANGES IN TWO
005470* SECTIONS, SUSPENDED FIRST AND REACTIVATED AFTER, EACH BY
005480* FILIAL AND CODE WITH ITS OWN COUNT. A SECTION WITH NOBODY IN
005490* IT STILL PRINTS, SO AN EMPTY NIGHT READS AS SUCH.
005500*****************************************************************
005510 7000-PROCESO-SALIDA.
005520     OPEN OUTPUT RPT-ES.
005530     IF WS-FS-RPTES NOT = '00'
005540         MOVE 'RPT-ES' TO WS-NOMBRE-ARCHIVO
005550         MOVE WS-FS-RPTES TO WS-FS-COMUN
005560         PERFORM 9900-ABEND-ARCHIVO
005570     END-IF.
005580     MOVE WS-FECHA-HOY TO WS-ET-FECHA.
005590     WRITE RPT-ES-REG FROM WS-ENC-TITULO.
005600     MOVE WS-DIAS-UMBRAL TO WS-EP-DIAS.
005610     MOVE WS-DEUDA-MINIMA TO WS-EP-DEUDA.
005620     WRITE RPT-ES-REG FROM WS-ENC-PARAMETROS.
005630     MOVE ZERO TO WS-SECCION-ACTUAL.
005640     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
005650         UNTIL WS-FIN-SORT.
005660     PERFORM 7200-AVANZAR-SECCION THRU 7200-EXIT
005670         UNTIL WS-SECCION-ACTUAL > 2.
005680     PERFORM 7500-EMITIR-RESUMEN THRU 7500-EXIT.
005690     CLOSE RPT-ES.
005700 7000-EXIT.
005710     EXIT.
005720*
005730 7100-DEVOLVER-REG.
005740     RETURN ARCH-SORT INTO ES-REG
005750         AT END
005760             MOVE 'S' TO WS-SW-FIN-SORT
005770             GO TO 7100-EXIT
005780     END-RETURN.
005790     IF WS-FS-SORT NOT = '00'
005800         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
005810         MOVE WS-FS-SORT TO WS-FS-COMUN
005820         PERFORM 9900-ABEND-ARCHIVO
005830     END-IF.
005840     PERFORM 7200-AVANZAR-SECCION THRU 7200-EXIT
005850         UNTIL WS-SECCION-ACTUAL = ES-SECCION.
005860     IF NOT WS-HAY-GRUPO OR ES-FILIAL NOT = WS-FILIAL-GRUPO
005870         MOVE 'S' TO WS-SW-HAY-GRUPO
005880         MOVE ES-FILIAL TO WS-FILIAL-GRUPO
005890         PERFORM 7300-ABRIR-GRUPO THRU 7300-EXIT
005900     END-IF.
005910     MOVE ES-COD TO WS-LD-COD.
005920     MOVE ES-NOM TO WS-LD-NOM.
005930     MOVE ES-SALDO TO WS-LD-SALDO.
005940     MOVE ES-DIAS TO WS-LD-DIAS.
005950     WRITE RPT-ES-REG FROM WS-LINEA-DET.
005960     ADD 1 TO WS-CONT-SECCION.
005970 7100-EXIT.
005980     EXIT.
005990*
006000*****************************************************************
006010* 7200-AVANZAR-SECCION CLOSES THE SECTION IN PROGRESS WITH ITS
006020* COUNT (OR NINGUNO WHEN NOBODY PRINTED UNDER IT) AND OPENS THE
006030* NEXT ONE. SECTION 1 IS THE SUSPENSIONS, SECTION 2 THE
006040* REACTIVATIONS; PAST 2 THE REPORT BODY IS COMPLETE.
006050*****************************************************************
006060 7200-AVANZAR-SECCION.
006070     IF WS-SECCION-ACTUAL NOT = ZERO
006080         PERFORM 7250-CERRAR-SECCION THRU 7250-EXIT
006090     END-IF.
006100     ADD 1 TO WS-SECCION-ACTUAL.
006110     IF WS-SECCION-ACTUAL > 2
006120         GO TO 7200-EXIT
006130     END-IF.
006140     IF WS-SECCION-ACTUAL = 1
006150         MOVE 'SOCIOS SUSPENDIDOS POR MORA' TO WS-ENC-SECCION
006160     ELSE
006170         MOVE 'SOCIOS REACTIVADOS' TO WS-ENC-SECCION
006180     END-IF.
006190     MOVE SPACES TO RPT-ES-REG.
006200     WRITE RPT-ES-REG.
006210     WRITE RPT-ES-REG FROM WS-ENC-SECCION.
006220     MOVE ZERO TO WS-CONT-SECCION.
006230     MOVE 'N' TO WS-SW-HAY-GRUPO.
006240 7200-EXIT.
006250     EXIT.
006260*
006270 7250-CERRAR-SECCION.
006280     IF WS-CONT-SECCION = ZERO
006290         MOVE '  NINGUNO' TO RPT-ES-REG
006300         WRITE RPT-ES-REG
006310         GO TO 7250-EXIT
006320     END-IF.
006330     MOVE SPACES TO RPT-ES-REG.
006340     WRITE RPT-ES-REG.
006350     MOVE 'TOTAL SECCION' TO WS-LR-ETIQUETA.
006360     MOVE WS-CONT-SECCION TO WS-LR-CANT.
006370     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006380 7250-EXIT.
006390     EXIT.
006400*
006410 7300-ABRIR-GRUPO.
006420     PERFORM 6500-BUSCAR-FILIAL THRU 6500-EXIT.
006430     MOVE SPACES TO RPT-ES-REG.
006440     WRITE RPT-ES-REG.
006450     MOVE WS-NOM-FILIAL TO WS-EF-NOM.
006460     WRITE RPT-ES-REG FROM WS-ENC-FILIAL.
006470     WRITE RPT-ES-REG FROM WS-ENC-COLUMNAS.
006480 7300-EXIT.
006490     EXIT.
006500*
006510 7500-EMITIR-RESUMEN.
006520     MOVE SPACES TO RPT-ES-REG.
006530     WRITE RPT-ES-REG.
006540     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-ES-REG.
006550     WRITE RPT-ES-REG.
006560     MOVE 'SOCIOS LEIDOS' TO WS-LR-ETIQUETA.
006570     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
006580     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006590     MOVE 'SUSPENDIDOS HOY' TO WS-LR-ETIQUETA.
006600     MOVE WS-CONT-SUSPENDIDOS TO WS-LR-CANT.
006610     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006620     MOVE 'REACTIVADOS HOY' TO WS-LR-ETIQUETA.
006630     MOVE WS-CONT-REACTIVADOS TO WS-LR-CANT.
006640     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006650     MOVE 'SIGUEN SUSPENDIDOS' TO WS-LR-ETIQUETA.
006660     MOVE WS-CONT-SIGUEN-SUSP TO WS-LR-CANT.
006670     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006680     MOVE 'EN LICENCIA' TO WS-LR-ETIQUETA.
006690     MOVE WS-CONT-LICENCIA TO WS-LR-CANT.
006700     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006710     MOVE 'EN MORA CON CONVENIO VIGENTE' TO WS-LR-ETIQUETA.
006720     MOVE WS-CONT-CONVENIO TO WS-LR-CANT.
006730     WRITE RPT-ES-REG FROM WS-LINEA-RESUMEN.
006740 7500-EXIT.
006750     EXIT.
006760*
006770 6500-BUSCAR-FILIAL.
006780     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
006790     SET FIL-IDX TO 1.
006800     SEARCH FIL-ENTRY
006810         AT END
006820             CONTINUE
006830         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
006840             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
006850     END-SEARCH.
006860 6500-EXIT.
006870     EXIT.
006880*
006890*****************************************************************
006900* 8200-GRABAR-JOURNAL APPENDS ONE BEFORE/AFTER-IMAGE RECORD TO
006910* THE COMMON SOCIOS JOURNAL FOR THE STATUS CHANGE JUST
006920* REWRITTEN - THE BEFORE IMAGE WAS SAVED AHEAD OF THE CHANGE.
006930*****************************************************************
006940 8200-GRABAR-JOURNAL.
006950     ACCEPT WS-HORA-AHORA FROM TIME.
006960     MOVE WS-HA-HORA TO WS-HJ-HORA.
006970     MOVE WS-HA-MIN TO WS-HJ-MIN.
006980     MOVE WS-HA-SEG TO WS-HJ-SEG.
006990     MOVE 'SOCES01' TO JRN-PROGRAMA.
007000     MOVE WS-FECHA-HOY TO JRN-FECHA.
007010     MOVE WS-HORA-JRN TO JRN-HORA.
007020     MOVE WS-CTL-JOBID TO JRN-JOBID.
007030     MOVE 'M' TO JRN-ACCION.
007040     MOVE SOC-COD TO JRN-COD.
007050     MOVE WS-JRN-ANTES TO JRN-ANTES.
007060     MOVE SOC-REG TO JRN-DESPUES.
007070     WRITE JRN-REG.
007080     IF WS-FS-JRN NOT = '00'
007090         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
007100         MOVE WS-FS-JRN TO WS-FS-COMUN
007110         PERFORM 9900-ABEND-ARCHIVO
007120     END-IF.
007130 8200-EXIT.
007140     EXIT.
007150*
007160*****************************************************************
007170 9000-FINALIZAR.
007180*****************************************************************
007190     CLOSE SOC-JRN.
007200 9000-EXIT.
007210     EXIT.
007220*
007230*****************************************************************
007240 9900-ABEND-ARCHIVO.
007250*****************************************************************
007260     DISPLAY 'SOCES01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
007270     DISPLAY 'SOCES01 - FILE STATUS = ' WS-FS-COMUN.
007280     MOVE 16 TO RETURN-CODE.
007290     STOP RUN.
007300*
007310 END PROGRAM SOCES01.
