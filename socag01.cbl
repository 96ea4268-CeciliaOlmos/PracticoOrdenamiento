000120*              DEBT FIRST, WITH PER-FILIAL BUCKET SUBTOTALS
000130*              AND A GRAND TOTAL. COLLECTIONS WORKS THE 90+
000140*              COLUMN FIRST REGARDLESS OF AMOUNT.
000150*              DEBTORS ON A CURRENT PAYMENT PLAN (CONVENIOS
000160*              MASTER, CNVMT01) PRINT APART, IN A CLOSING
000170*              SECTION WITH ITS OWN SUBTOTALS AND TOTAL, SO
000180*              COLLECTIONS DOES NOT CHASE DEBT ALREADY UNDER
000190*              AGREEMENT; A BROKEN PLAN PUTS THE MEMBER BACK IN
000200*              THE MAIN LISTING.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   21/08/2026 RCA   INITIAL VERSION.
000250*   22/08/2026 RCA   MEMBER CODE WIDENED TO SIX DIGITS.
000260*   22/08/2026 RCA   ADDED THE RESUMEN DE LA CORRIDA BLOCK -
000270*                    THE READ/DEBTOR/NO-DEBT COUNTERS WERE
000280*                    ACCUMULATED BUT NEVER PRINTED.
000290*   15/10/2026 RCA   DEBTORS ON A CURRENT CONVENIO PRINT IN A
000300*                    SEPARATE SECTION AFTER THE TOTAL GENERAL.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SOCAG01.
000340 AUTHOR. R. CASTRO.
000350 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000360 DATE-WRITTEN. 21/08/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SOCIOS        ASSIGN TO SOCIOS
000430         ORGANIZATION INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS SOC-COD
000460         ALTERNATE RECORD KEY IS SOC-NOM
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-FS-SOCIOS.
000490     SELECT FILIALES      ASSIGN TO FILIALES
000500         ORGANIZATION INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS FLM-COD
000530         FILE STATUS IS WS-FS-FILMAE.
000540     SELECT CONVENIOS     ASSIGN TO CONVENIO
000550         ORGANIZATION INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CNV-COD
000580         FILE STATUS IS WS-FS-CONV.
000590     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000600         FILE STATUS IS WS-FS-SORT.
000610     SELECT RPT-AGE       ASSIGN TO RPTAGE
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-RPTAGE.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SOCIOS.
000680     COPY socreg.
000690*
000700 FD  FILIALES.
000710     COPY filreg.
000720*
000730 FD  CONVENIOS.
000740     COPY cnvreg.
000750*
000760 SD  ARCH-SORT.
000770 01  AG-REG.
000780     03  AG-CONVENIO            PIC X(01).
000790     03  AG-FILIAL              PIC 9(03).
000800     03  AG-DIAS                PIC 9(04).
000810     03  AG-COD                 PIC 9(06).
000820     03  AG-NOM                 PIC X(20).
000830     03  AG-SALDO               PIC S9(8)V99.
000840*
000850 FD  RPT-AGE.
000860 01  RPT-AGE-REG                PIC X(110).
000870*
000880 WORKING-STORAGE SECTION.
000890     COPY filial.
000900*
000910 01  WS-SWITCHES.
000920     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
000930         88  WS-FIN-SOCIOS              VALUE 'S'.
000940     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
000950         88  WS-FIN-SORT                VALUE 'S'.
000960     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
000970         88  WS-FIN-FILMAE              VALUE 'S'.
000980     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
000990         88  WS-HAY-GRUPO               VALUE 'S'.
001000     05  WS-SW-SECCION-CONV     PIC X(01) VALUE 'N'.
001010         88  WS-SECCION-CONV            VALUE 'S'.
001020*
001030 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001040*
001050 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001060*
001070 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
001080*
001090 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001100*
001110 01  WS-FS-RPTAGE               PIC X(02) VALUE '00'.
001120*
001130 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001140*
001150 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001160*
001170 01  WS-CONTADORES.
001180     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001190     05  WS-CONT-DEUDORES       PIC 9(05) VALUE ZERO.
001200     05  WS-CONT-SIN-DEUDA      PIC 9(05) VALUE ZERO.
001210     05  WS-CONT-CONVENIO       PIC 9(05) VALUE ZERO.
001220*
001230 01  WS-FECHA-HOY.
001240     05  WS-FH-ANIO             PIC 9(04).
001250     05  WS-FH-MES              PIC 9(02).
001260     05  WS-FH-DIA              PIC 9(02).
001270*
001280 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001290*
001300 01  WS-HOY-INT                 PIC S9(09) VALUE ZERO.
001310*
001320 01  WS-FECHA-BASE              PIC 9(08) VALUE ZERO.
001330*
001340 01  WS-DIAS-CALC               PIC S9(09) VALUE ZERO.
001350*
001360 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
001370*
001380 01  WS-CONV-GRUPO              PIC X(01) VALUE 'N'.
001390*
001400 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
001410*
001420 01  WS-MENSAJES.
001430     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
001440*
001450 01  WS-SUBTOT-GRUPO.
001460     05  WS-SG-CORRIENTE        PIC S9(9)V99 VALUE ZERO.
001470     05  WS-SG-TREINTA          PIC S9(9)V99 VALUE ZERO.
001480     05  WS-SG-SESENTA          PIC S9(9)V99 VALUE ZERO.
001490     05  WS-SG-NOVENTA          PIC S9(9)V99 VALUE ZERO.
001500*
001510 01  WS-TOT-GENERAL.
001520     05  WS-TG-CORRIENTE        PIC S9(9)V99 VALUE ZERO.
001530     05  WS-TG-TREINTA          PIC S9(9)V99 VALUE ZERO.
001540     05  WS-TG-SESENTA          PIC S9(9)V99 VALUE ZERO.
001550     05  WS-TG-NOVENTA          PIC S9(9)V99 VALUE ZERO.
001560*
001570 01  WS-ENC-SECCION-CONV        PIC X(45)
001580     VALUE 'DEUDORES CON CONVENIO DE PAGO VIGENTE'.
001590*
001600 01  WS-ENC-FILIAL.
001610     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
001620     05  WS-EF-NOM              PIC X(15).
001630*
001640 01  WS-ENC-COLUMNAS.
001650     05  FILLER                 PIC X(06) VALUE 'COD.'.
001660     05  FILLER                 PIC X(02) VALUE SPACES.
001670     05  FILLER                 PIC X(20) VALUE 'NOMBRE'.
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  FILLER                 PIC X(05) VALUE ' DIAS'.
001700     05  FILLER                 PIC X(06) VALUE SPACES.
001710     05  FILLER                 PIC X(10) VALUE 'CORRIENTE'.
001720     05  FILLER                 PIC X(08) VALUE SPACES.
001730     05  FILLER                 PIC X(07) VALUE '30 DIAS'.
001740     05  FILLER                 PIC X(09) VALUE SPACES.
001750     05  FILLER                 PIC X(07) VALUE '60 DIAS'.
001760     05  FILLER                 PIC X(09) VALUE SPACES.
001770     05  FILLER                 PIC X(08) VALUE '90+ DIAS'.
001780*
001790 01  WS-LINEA-DET.
001800     05  WS-LD-COD              PIC 9(06).
001810     05  FILLER                 PIC X(02) VALUE SPACES.
001820     05  WS-LD-NOM              PIC X(20).
001830     05  FILLER                 PIC X(02) VALUE SPACES.
001840     05  WS-LD-DIAS             PIC ZZZZ9.
001850     05  FILLER                 PIC X(01) VALUE SPACES.
001860     05  WS-LD-CORRIENTE        PIC -ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
001870     05  FILLER                 PIC X(01) VALUE SPACES.
001880     05  WS-LD-TREINTA          PIC -ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
001890     05  FILLER                 PIC X(01) VALUE SPACES.
001900     05  WS-LD-SESENTA          PIC -ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
001910     05  FILLER                 PIC X(01) VALUE SPACES.
001920     05  WS-LD-NOVENTA          PIC -ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
001930*
001940 01  WS-LINEA-RESUMEN.
001950     05  WS-LR-ETIQUETA         PIC X(30).
001960     05  WS-LR-CANT             PIC ZZ,ZZ9.
001970*
001980 01  WS-LINEA-TOT.
001990     05  WS-LT-ETIQUETA         PIC X(26).
002000     05  FILLER                 PIC X(07) VALUE SPACES.
002010     05  WS-LT-CORRIENTE        PIC -ZZZ,ZZZ,ZZ9.99.
002020     05  FILLER                 PIC X(01) VALUE SPACES.
002030     05  WS-LT-TREINTA          PIC -ZZZ,ZZZ,ZZ9.99.
002040     05  FILLER                 PIC X(01) VALUE SPACES.
002050     05  WS-LT-SESENTA          PIC -ZZZ,ZZZ,ZZ9.99.
002060     05  FILLER                 PIC X(01) VALUE SPACES.
002070     05  WS-LT-NOVENTA          PIC -ZZZ,ZZZ,ZZ9.99.
002080*
002090 PROCEDURE DIVISION.
002100*****************************************************************
002110 0000-MAINLINE.
002120*****************************************************************
002130     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002140     PERFORM 3000-ORDENAR THRU 3000-EXIT.
002150     STOP RUN.
002160*
002170*****************************************************************
002180 1000-INICIALIZAR.
002190*****************************************************************
002200     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002210     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
002220     COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM).
002230     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260*
002270*****************************************************************
002280* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002290* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002300* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
002310*****************************************************************
002320 1200-CARGAR-FILIALES.
002330     MOVE ZERO TO WS-FIL-CANT.
002340     OPEN INPUT FILIALES.
002350     IF WS-FS-FILMAE NOT = '00'
002360         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002370         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002380         PERFORM 9900-ABEND-ARCHIVO
002390     END-IF.
002400     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002410         UNTIL WS-FIN-FILMAE.
002420     CLOSE FILIALES.
002430     IF WS-FIL-CANT = ZERO
002440         DISPLAY 'SOCAG01 - ARCHIVO FILIALES VACIO'
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480 1200-EXIT.
002490     EXIT.
002500*
002510 1210-LEER-FILIAL.
002520     READ FILIALES
002530         AT END
002540             MOVE 'S' TO WS-SW-FIN-FILMAE
002550             GO TO 1210-EXIT
002560     END-READ.
002570     IF WS-FIL-CANT >= WS-FIL-MAX
002580         DISPLAY 'SOCAG01 - TABLA DE FILIALES LLENA - MAX '
002590             WS-FIL-MAX
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     ADD 1 TO WS-FIL-CANT.
002640     SET FIL-IDX TO WS-FIL-CANT.
002650     MOVE FLM-COD TO FIL-COD (FIL-IDX).
002660     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
002670     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
002680     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
002690 1210-EXIT.
002700     EXIT.
002710*
002720*****************************************************************
002730 3000-ORDENAR.
002740*****************************************************************
002750     SORT ARCH-SORT
002760         ASCENDING KEY AG-CONVENIO
002770         ASCENDING KEY AG-FILIAL
002780         DESCENDING KEY AG-DIAS
002790         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
002800         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
002810     IF WS-FS-SORT NOT = '00'
002820         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
002830         MOVE WS-FS-SORT TO WS-FS-COMUN
002840         PERFORM 9900-ABEND-ARCHIVO
002850     END-IF.
002860 3000-EXIT.
002870     EXIT.
002880*
002890*****************************************************************
002900* PROCESO-ENTRADA - READS THE MASTER, KEEPS ONLY DEBTOR
002910* BALANCES, COMPUTES DAYS SINCE LAST PAYMENT (OR SINCE THE
002920* MEMBERSHIP DATE FOR MEMBERS WHO NEVER PAID; 9999 WHEN
002930* NEITHER DATE IS ON FILE) AND RELEASES TO THE SORT.
002940* DEBTORS ON A CURRENT CONVENIO ARE FLAGGED SO THEY SORT INTO
002950* THE CLOSING SECTION.
002960*****************************************************************
002970 6000-PROCESO-ENTRADA.
002980     OPEN INPUT SOCIOS.
002990     IF WS-FS-SOCIOS NOT = '00'
003000         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
003010         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
003020         PERFORM 9900-ABEND-ARCHIVO
003030     END-IF.
003040     OPEN INPUT CONVENIOS.
003050     IF WS-FS-CONV NOT = '00'
003060         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
003070         MOVE WS-FS-CONV TO WS-FS-COMUN
003080         PERFORM 9900-ABEND-ARCHIVO
003090     END-IF.
003100     PERFORM 6010-LEER-SOCIO THRU 6010-EXIT
003110         UNTIL WS-FIN-SOCIOS.
003120     CLOSE SOCIOS.
003130     CLOSE CONVENIOS.
003140 6000-EXIT.
003150     EXIT.
003160*
003170 6010-LEER-SOCIO.
003180     READ SOCIOS
003190         AT END
003200             MOVE 'S' TO WS-SW-FIN-SOCIOS
003210             GO TO 6010-EXIT
003220     END-READ.
003230     ADD 1 TO WS-CONT-LEIDOS.
003240     IF SOC-SALDO NOT > ZERO
003250         ADD 1 TO WS-CONT-SIN-DEUDA
003260         GO TO 6010-EXIT
003270     END-IF.
003280     ADD 1 TO WS-CONT-DEUDORES.
003290     PERFORM 6020-CALCULAR-DIAS THRU 6020-EXIT.
003300     MOVE SOC-COD TO CNV-COD.
003310     READ CONVENIOS
003320         INVALID KEY
003330             MOVE SPACE TO CNV-ESTADO
003340     END-READ.
003350     IF CNV-VIGENTE
003360         MOVE 'S' TO AG-CONVENIO
003370         ADD 1 TO WS-CONT-CONVENIO
003380     ELSE
003390         MOVE 'N' TO AG-CONVENIO
003400     END-IF.
003410     MOVE SOC-FILIAL TO AG-FILIAL.
003420     MOVE SOC-COD TO AG-COD.
003430     MOVE SOC-NOM TO AG-NOM.
003440     MOVE SOC-SALDO TO AG-SALDO.
003450     RELEASE AG-REG.
003460     IF WS-FS-SORT NOT = '00'
003470         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003480         MOVE WS-FS-SORT TO WS-FS-COMUN
003490         PERFORM 9900-ABEND-ARCHIVO
003500     END-IF.
003510 6010-EXIT.
003520     EXIT.
003530*
003540*****************************************************************
003550* 6020-CALCULAR-DIAS - DAYS FROM THE BASE DATE (LAST PAYMENT,
003560* OR MEMBERSHIP DATE WHEN THE MEMBER NEVER PAID) TO TODAY,
003570* CAPPED AT 9999. A MEMBER WITH NEITHER DATE, OR WITH AN
003580* UNCONVERTIBLE DATE, AGES STRAIGHT INTO THE 90+ COLUMN - AN
003590* UNDATED DEBT IS WORKED FIRST, NOT HIDDEN.
003600*****************************************************************
003610 6020-CALCULAR-DIAS.
003620     IF SOC-FEC-ULT-PAGO NOT = ZERO
003630         MOVE SOC-FEC-ULT-PAGO TO WS-FECHA-BASE
003640     ELSE
003650         MOVE SOC-FEC-ALTA TO WS-FECHA-BASE
003660     END-IF.
003670     IF WS-FECHA-BASE = ZERO
003680         MOVE 9999 TO AG-DIAS
003690         GO TO 6020-EXIT
003700     END-IF.
003710     COMPUTE WS-DIAS-CALC = WS-HOY-INT
003720         - FUNCTION INTEGER-OF-DATE (WS-FECHA-BASE).
003730     IF WS-DIAS-CALC < ZERO
003740         MOVE ZERO TO WS-DIAS-CALC
003750     END-IF.
003760     IF WS-DIAS-CALC > 9999
003770         MOVE 9999 TO WS-DIAS-CALC
003780     END-IF.
003790     MOVE WS-DIAS-CALC TO AG-DIAS.
003800 6020-EXIT.
003810     EXIT.
003820*
003830*****************************************************************
003840* PROCESO-SALIDA - RETURNS THE SORTED DEBTORS, PRINTS THEM BY
003850* FILIAL WITH THE OLDEST DEBT FIRST, ONE AMOUNT COLUMN PER
003860* AGING BUCKET, WITH PER-FILIAL SUBTOTALS AND A GRAND TOTAL.
003870* DEBTORS ON A CURRENT CONVENIO SORT LAST AND PRINT AFTER THE
003880* TOTAL GENERAL UNDER THEIR OWN HEADING, BY FILIAL, WITH THEIR
003890* OWN TOTAL.
003900*****************************************************************
003910 7000-PROCESO-SALIDA.
003920     OPEN OUTPUT RPT-AGE.
003930     IF WS-FS-RPTAGE NOT = '00'
003940         MOVE 'RPT-AGE' TO WS-NOMBRE-ARCHIVO
003950         MOVE WS-FS-RPTAGE TO WS-FS-COMUN
003960         PERFORM 9900-ABEND-ARCHIVO
003970     END-IF.
003980     MOVE 'ANTIGUEDAD DE DEUDA POR FILIAL' TO RPT-AGE-REG.
003990     WRITE RPT-AGE-REG.
004000     MOVE 'N' TO WS-SW-HAY-GRUPO.
004010     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
004020         UNTIL WS-FIN-SORT.
004030     IF WS-HAY-GRUPO
004040         PERFORM 7300-EMITIR-SUBTOTAL THRU 7300-EXIT
004050     END-IF.
004060     IF WS-SECCION-CONV
004070         PERFORM 7450-EMITIR-TOTAL-CONV THRU 7450-EXIT
004080     ELSE
004090         PERFORM 7400-EMITIR-TOTAL THRU 7400-EXIT
004100     END-IF.
004110     PERFORM 7500-EMITIR-RESUMEN THRU 7500-EXIT.
004120     CLOSE RPT-AGE.
004130 7000-EXIT.
004140     EXIT.
004150*
004160 7100-DEVOLVER-REG.
004170     RETURN ARCH-SORT INTO AG-REG
004180         AT END
004190             MOVE 'S' TO WS-SW-FIN-SORT
004200             GO TO 7100-EXIT
004210     END-RETURN.
004220     IF WS-FS-SORT NOT = '00'
004230         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
004240         MOVE WS-FS-SORT TO WS-FS-COMUN
004250         PERFORM 9900-ABEND-ARCHIVO
004260     END-IF.
004270     IF NOT WS-HAY-GRUPO
004280         MOVE 'S' TO WS-SW-HAY-GRUPO
004290         IF AG-CONVENIO = 'S'
004300             PERFORM 7400-EMITIR-TOTAL THRU 7400-EXIT
004310             PERFORM 7250-ABRIR-SECCION-CONV THRU 7250-EXIT
004320         END-IF
004330         MOVE AG-CONVENIO TO WS-CONV-GRUPO
004340         MOVE AG-FILIAL TO WS-FILIAL-GRUPO
004350         PERFORM 7200-ABRIR-GRUPO THRU 7200-EXIT
004360     ELSE
004370         IF AG-CONVENIO NOT = WS-CONV-GRUPO
004380             OR AG-FILIAL NOT = WS-FILIAL-GRUPO
004390             PERFORM 7300-EMITIR-SUBTOTAL THRU 7300-EXIT
004400             IF AG-CONVENIO NOT = WS-CONV-GRUPO
004410                 PERFORM 7400-EMITIR-TOTAL THRU 7400-EXIT
004420                 PERFORM 7250-ABRIR-SECCION-CONV THRU 7250-EXIT
004430             END-IF
004440             MOVE AG-CONVENIO TO WS-CONV-GRUPO
004450             MOVE AG-FILIAL TO WS-FILIAL-GRUPO
004460             PERFORM 7200-ABRIR-GRUPO THRU 7200-EXIT
004470         END-IF
004480     END-IF.
004490     PERFORM 7110-IMPRIMIR-DEUDOR THRU 7110-EXIT.
004500 7100-EXIT.
004510     EXIT.
004520*
004530 7110-IMPRIMIR-DEUDOR.
004540     MOVE AG-COD TO WS-LD-COD.
004550     MOVE AG-NOM TO WS-LD-NOM.
004560     MOVE AG-DIAS TO WS-LD-DIAS.
004570     MOVE ZERO TO WS-LD-CORRIENTE.
004580     MOVE ZERO TO WS-LD-TREINTA.
004590     MOVE ZERO TO WS-LD-SESENTA.
004600     MOVE ZERO TO WS-LD-NOVENTA.
004610     EVALUATE TRUE
004620         WHEN AG-DIAS < 30
004630             MOVE AG-SALDO TO WS-LD-CORRIENTE
004640             ADD AG-SALDO TO WS-SG-CORRIENTE
004650             ADD AG-SALDO TO WS-TG-CORRIENTE
004660         WHEN AG-DIAS < 60
004670             MOVE AG-SALDO TO WS-LD-TREINTA
004680             ADD AG-SALDO TO WS-SG-TREINTA
004690             ADD AG-SALDO TO WS-TG-TREINTA
004700         WHEN AG-DIAS < 90
004710             MOVE AG-SALDO TO WS-LD-SESENTA
004720             ADD AG-SALDO TO WS-SG-SESENTA
004730             ADD AG-SALDO TO WS-TG-SESENTA
004740         WHEN OTHER
004750             MOVE AG-SALDO TO WS-LD-NOVENTA
004760             ADD AG-SALDO TO WS-SG-NOVENTA
004770             ADD AG-SALDO TO WS-TG-NOVENTA
004780     END-EVALUATE.
004790     WRITE RPT-AGE-REG FROM WS-LINEA-DET.
004800 7110-EXIT.
004810     EXIT.
004820*
004830 7200-ABRIR-GRUPO.
004840     MOVE ZERO TO WS-SG-CORRIENTE.
004850     MOVE ZERO TO WS-SG-TREINTA.
004860     MOVE ZERO TO WS-SG-SESENTA.
004870     MOVE ZERO TO WS-SG-NOVENTA.
004880     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
004890     MOVE SPACES TO RPT-AGE-REG.
004900     WRITE RPT-AGE-REG.
004910     MOVE WS-NOM-FILIAL TO WS-EF-NOM.
004920     WRITE RPT-AGE-REG FROM WS-ENC-FILIAL.
004930     WRITE RPT-AGE-REG FROM WS-ENC-COLUMNAS.
004940 7200-EXIT.
004950     EXIT.
004960*
004970*****************************************************************
004980* 7250-ABRIR-SECCION-CONV - THE MAIN LISTING HAS JUST CLOSED
004990* WITH ITS TOTAL GENERAL; THE BUCKET TOTALS START AGAIN FROM
005000* ZERO FOR THE CONVENIO SECTION.
005010*****************************************************************
005020 7250-ABRIR-SECCION-CONV.
005030     MOVE 'S' TO WS-SW-SECCION-CONV.
005040     MOVE ZERO TO WS-TG-CORRIENTE.
005050     MOVE ZERO TO WS-TG-TREINTA.
005060     MOVE ZERO TO WS-TG-SESENTA.
005070     MOVE ZERO TO WS-TG-NOVENTA.
005080     MOVE SPACES TO RPT-AGE-REG.
005090     WRITE RPT-AGE-REG.
005100     WRITE RPT-AGE-REG FROM WS-ENC-SECCION-CONV.
005110 7250-EXIT.
005120     EXIT.
005130*
005140 7300-EMITIR-SUBTOTAL.
005150     MOVE 'SUBTOTAL FILIAL' TO WS-LT-ETIQUETA.
005160     MOVE WS-SG-CORRIENTE TO WS-LT-CORRIENTE.
005170     MOVE WS-SG-TREINTA TO WS-LT-TREINTA.
005180     MOVE WS-SG-SESENTA TO WS-LT-SESENTA.
005190     MOVE WS-SG-NOVENTA TO WS-LT-NOVENTA.
005200     WRITE RPT-AGE-REG FROM WS-LINEA-TOT.
005210 7300-EXIT.
005220     EXIT.
005230*
005240 7400-EMITIR-TOTAL.
005250     MOVE SPACES TO RPT-AGE-REG.
005260     WRITE RPT-AGE-REG.
005270     MOVE 'TOTAL GENERAL' TO WS-LT-ETIQUETA.
005280     MOVE WS-TG-CORRIENTE TO WS-LT-CORRIENTE.
005290     MOVE WS-TG-TREINTA TO WS-LT-TREINTA.
005300     MOVE WS-TG-SESENTA TO WS-LT-SESENTA.
005310     MOVE WS-TG-NOVENTA TO WS-LT-NOVENTA.
005320     WRITE RPT-AGE-REG FROM WS-LINEA-TOT.
005330 7400-EXIT.
005340     EXIT.
005350*
005360 7450-EMITIR-TOTAL-CONV.
005370     MOVE SPACES TO RPT-AGE-REG.
005380     WRITE RPT-AGE-REG.
005390     MOVE 'TOTAL CON CONVENIO' TO WS-LT-ETIQUETA.
005400     MOVE WS-TG-CORRIENTE TO WS-LT-CORRIENTE.
005410     MOVE WS-TG-TREINTA TO WS-LT-TREINTA.
005420     MOVE WS-TG-SESENTA TO WS-LT-SESENTA.
005430     MOVE WS-TG-NOVENTA TO WS-LT-NOVENTA.
005440     WRITE RPT-AGE-REG FROM WS-LINEA-TOT.
005450 7450-EXIT.
005460     EXIT.
005470*
005480 7500-EMITIR-RESUMEN.
005490     MOVE SPACES TO RPT-AGE-REG.
005500     WRITE RPT-AGE-REG.
005510     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-AGE-REG.
005520     WRITE RPT-AGE-REG.
005530     MOVE 'SOCIOS LEIDOS' TO WS-LR-ETIQUETA.
005540     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
005550     WRITE RPT-AGE-REG FROM WS-LINEA-RESUMEN.
005560     MOVE 'SOCIOS DEUDORES' TO WS-LR-ETIQUETA.
005570     MOVE WS-CONT-DEUDORES TO WS-LR-CANT.
005580     WRITE RPT-AGE-REG FROM WS-LINEA-RESUMEN.
005590     MOVE 'SOCIOS SIN DEUDA' TO WS-LR-ETIQUETA.
005600     MOVE WS-CONT-SIN-DEUDA TO WS-LR-CANT.
005610     WRITE RPT-AGE-REG FROM WS-LINEA-RESUMEN.
005620     MOVE 'DEUDORES CON CONVENIO VIGENTE' TO WS-LR-ETIQUETA.
005630     MOVE WS-CONT-CONVENIO TO WS-LR-CANT.
005640     WRITE RPT-AGE-REG FROM WS-LINEA-RESUMEN.
005650 7500-EXIT.
005660     EXIT.
005670*
005680 6100-BUSCAR-FILIAL.
005690     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
005700     SET FIL-IDX TO 1.
005710     SEARCH FIL-ENTRY
005720         AT END
005730             CONTINUE
005740         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
005750             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
005760     END-SEARCH.
005770 6100-EXIT.
005780     EXIT.
005790*
005800*****************************************************************
005810 9900-ABEND-ARCHIVO.
005820*****************************************************************
005830     DISPLAY 'SOCAG01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
005840     DISPLAY 'SOCAG01 - FILE STATUS = ' WS-FS-COMUN.
005850     MOVE 16 TO RETURN-CODE.
005860     STOP RUN.
005870*
005880 END PROGRAM SOCAG01.
