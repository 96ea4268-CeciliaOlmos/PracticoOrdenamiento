000010*****************************************************************
000020* PROGRAM:     SOCCN01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     PAYMENT PLAN (CONVENIO) COMPLIANCE REPORT. READS
000070*              THE CONVENIOS MASTER AND PRINTS, BY FILIAL, EVERY
000080*              CURRENT PLAN AS AL DIA OR ATRASADO AND EVERY
000090*              BROKEN PLAN AS ROTO, WITH THE CUOTAS CHARGED SO
000100*              FAR, THE CUOTAS OVERDUE AGAINST THE PLAN'S
000110*              BREAKING POINT, THE NEXT DUE DATE (OR THE DATE
000120*              IT BROKE) AND THE MEMBER'S SALDO, WITH PER-
000130*              FILIAL AND GRAND COUNTS. A CUOTA IS OVERDUE ON
000140*              THE SAME RULE THE INSTALLMENT RUN (SOCCU01)
000150*              BREAKS PLANS BY: CHARGED, DUE BEFORE TODAY AND
000160*              NO PAYMENT SINCE (SOC-FEC-ULT-PAGO), WITH
000170*              NOTHING OVERDUE WHEN THE MEMBER OWES NOTHING.
000180*              FINISHED PLANS ARE ONLY COUNTED.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   15/10/2026 RCA   INITIAL VERSION, LAYOUT AS SOCAG01.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SOCCN01.
000260 AUTHOR. R. CASTRO.
000270 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CONVENIOS     ASSIGN TO CONVENIO
000350         ORGANIZATION INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CNV-COD
000380         FILE STATUS IS WS-FS-CONV.
000390     SELECT SOCIOS        ASSIGN TO SOCIOS
000400         ORGANIZATION INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SOC-COD
000430         ALTERNATE RECORD KEY IS SOC-NOM
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-FS-SOCIOS.
000460     SELECT FILIALES      ASSIGN TO FILIALES
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS FLM-COD
000500         FILE STATUS IS WS-FS-FILMAE.
000510     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000520         FILE STATUS IS WS-FS-SORT.
000530     SELECT RPT-CN        ASSIGN TO RPTCN
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-RPTCN.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CONVENIOS.
000600     COPY cnvreg.
000610*
000620 FD  SOCIOS.
000630     COPY socreg.
000640*
000650 FD  FILIALES.
000660     COPY filreg.
000670*
000680 SD  ARCH-SORT.
000690 01  CN-REG.
000700     03  CN-FILIAL              PIC 9(03).
000710     03  CN-CLASE               PIC 9(01).
000720         88  CN-AL-DIA                  VALUE 1.
000730         88  CN-ATRASADO                VALUE 2.
000740         88  CN-ROTO                    VALUE 3.
000750     03  CN-COD                 PIC 9(06).
000760     03  CN-NOM                 PIC X(20).
000770     03  CN-CUOTAS              PIC 9(03).
000780     03  CN-EMIT                PIC 9(03).
000790     03  CN-IMPORTE-CUOTA       PIC 9(08)V99.
000800     03  CN-ATRASO              PIC 9(03).
000810     03  CN-MAX-ATRASO          PIC 9(02).
000820     03  CN-FECHA               PIC 9(08).
000830     03  CN-SALDO               PIC S9(8)V99.
000840     03  CN-MOTIVO              PIC X(01).
000850*
000860 FD  RPT-CN.
000870 01  RPT-CN-REG                 PIC X(110).
000880*
000890 WORKING-STORAGE SECTION.
000900     COPY filial.
000910*
000920 01  WS-SWITCHES.
000930     05  WS-SW-FIN-CONV         PIC X(01) VALUE 'N'.
000940         88  WS-FIN-CONV                VALUE 'S'.
000950     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
000960         88  WS-FIN-SORT                VALUE 'S'.
000970     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
000980         88  WS-FIN-FILMAE              VALUE 'S'.
000990     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
001000         88  WS-HAY-GRUPO               VALUE 'S'.
001010*
001020 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
001030*
001040 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001050*
001060 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001070*
001080 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001090*
001100 01  WS-FS-RPTCN                PIC X(02) VALUE '00'.
001110*
001120 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001130*
001140 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001150*
001160 01  WS-CONTADORES.
001170     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001180     05  WS-CONT-TERMINADOS     PIC 9(05) VALUE ZERO.
001190     05  WS-CONT-SIN-SOCIO      PIC 9(05) VALUE ZERO.
001200*
001210 01  WS-FECHA-HOY.
001220     05  WS-FH-ANIO             PIC 9(04).
001230     05  WS-FH-MES              PIC 9(02).
001240     05  WS-FH-DIA              PIC 9(02).
001250*
001260 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001270*
001280 01  WS-VT-NRO                  PIC 9(03) VALUE ZERO.
001290*
001300 01  WS-VT-MESES                PIC 9(06) VALUE ZERO.
001310*
001320 01  WS-VT-RESTO                PIC 9(02) VALUE ZERO.
001330*
001340 01  WS-VTO-FECHA.
001350     05  WS-VTO-ANIO            PIC 9(04).
001360     05  WS-VTO-MES             PIC 9(02).
001370     05  WS-VTO-DIA             PIC 9(02).
001380 01  WS-VTO-NUM REDEFINES WS-VTO-FECHA
001390                                PIC 9(08).
001400*
001410 01  WS-FECHA-AUX.
001420     05  WS-FA-ANIO             PIC 9(04).
001430     05  WS-FA-MES              PIC 9(02).
001440     05  WS-FA-DIA              PIC 9(02).
001450*
001460 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
001470*
001480 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
001490*
001500 01  WS-MENSAJES.
001510     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
001520     05  WS-MSG-SIN-SOCIO       PIC X(20)
001530                                VALUE 'SOCIO NO EXISTE'.
001540*
001550 01  WS-CUENTA-GRUPO.
001560     05  WS-SG-AL-DIA           PIC 9(05) VALUE ZERO.
001570     05  WS-SG-ATRASADOS        PIC 9(05) VALUE ZERO.
001580     05  WS-SG-ROTOS            PIC 9(05) VALUE ZERO.
001590*
001600 01  WS-CUENTA-GENERAL.
001610     05  WS-TG-AL-DIA           PIC 9(05) VALUE ZERO.
001620     05  WS-TG-ATRASADOS        PIC 9(05) VALUE ZERO.
001630     05  WS-TG-ROTOS            PIC 9(05) VALUE ZERO.
001640*
001650 01  WS-ENC-TITULO.
001660     05  FILLER                 PIC X(36)
001670         VALUE 'CUMPLIMIENTO DE CONVENIOS DE PAGO - '.
001680     05  WS-ET-FECHA.
001690         10  WS-ET-ANIO         PIC 9(04).
001700         10  FILLER             PIC X(01) VALUE '-'.
001710         10  WS-ET-MES          PIC 9(02).
001720         10  FILLER             PIC X(01) VALUE '-'.
001730         10  WS-ET-DIA          PIC 9(02).
001740*
001750 01  WS-ENC-FILIAL.
001760     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
001770     05  WS-EF-COD              PIC 9(03).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  WS-EF-NOM              PIC X(15).
001800*
001810 01  WS-ENC-COLUMNAS.
001820     05  FILLER                 PIC X(06) VALUE 'COD.'.
001830     05  FILLER                 PIC X(02) VALUE SPACES.
001840     05  FILLER                 PIC X(20) VALUE 'NOMBRE'.
001850     05  FILLER                 PIC X(02) VALUE SPACES.
001860     05  FILLER                 PIC X(07) VALUE ' CUOTAS'.
001870     05  FILLER                 PIC X(02) VALUE SPACES.
001880     05  FILLER                 PIC X(13) VALUE 'IMPORTE CUOTA'.
001890     05  FILLER                 PIC X(02) VALUE SPACES.
001900     05  FILLER                 PIC X(06) VALUE 'ATR/MX'.
001910     05  FILLER                 PIC X(02) VALUE SPACES.
001920     05  FILLER                 PIC X(10) VALUE 'VTO/ROTURA'.
001930     05  FILLER                 PIC X(02) VALUE SPACES.
001940     05  FILLER                 PIC X(14) VALUE '   SALDO SOCIO'.
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  FILLER                 PIC X(06) VALUE 'ESTADO'.
001970*
001980 01  WS-LINEA-DET.
001990     05  WS-LD-COD              PIC 9(06).
002000     05  FILLER                 PIC X(02) VALUE SPACES.
002010     05  WS-LD-NOM              PIC X(20).
002020     05  FILLER                 PIC X(02) VALUE SPACES.
002030     05  WS-LD-EMIT             PIC ZZ9.
002040     05  FILLER                 PIC X(01) VALUE '/'.
002050     05  WS-LD-CUOTAS           PIC ZZ9.
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  WS-LD-IMPORTE          PIC ZZ,ZZZ,ZZ9.99.
002080     05  FILLER                 PIC X(02) VALUE SPACES.
002090     05  WS-LD-ATRASO           PIC ZZ9.
002100     05  FILLER                 PIC X(01) VALUE '/'.
002110     05  WS-LD-MAX              PIC Z9.
002120     05  FILLER                 PIC X(02) VALUE SPACES.
002130     05  WS-LD-FECHA            PIC X(10).
002140     05  FILLER                 PIC X(02) VALUE SPACES.
002150     05  WS-LD-SALDO            PIC -ZZ,ZZZ,ZZ9.99.
002160     05  FILLER                 PIC X(02) VALUE SPACES.
002170     05  WS-LD-ESTADO           PIC X(16).
002180*
002190 01  WS-LINEA-CLASES.
002200     05  WS-LC-ETIQUETA         PIC X(16).
002210     05  FILLER                 PIC X(08) VALUE 'AL DIA: '.
002220     05  WS-LC-AL-DIA           PIC ZZ,ZZ9.
002230     05  FILLER                 PIC X(14) VALUE '  ATRASADOS: '.
002240     05  WS-LC-ATRASADOS        PIC ZZ,ZZ9.
002250     05  FILLER                 PIC X(10) VALUE '  ROTOS: '.
002260     05  WS-LC-ROTOS            PIC ZZ,ZZ9.
002270*
002280 01  WS-LINEA-RESUMEN.
002290     05  WS-LR-ETIQUETA         PIC X(30).
002300     05  WS-LR-CANT             PIC ZZ,ZZ9.
002310*
002320 PROCEDURE DIVISION.
002330*****************************************************************
002340 0000-MAINLINE.
002350*****************************************************************
002360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002370     PERFORM 3000-ORDENAR THRU 3000-EXIT.
002380     STOP RUN.
002390*
002400*****************************************************************
002410 1000-INICIALIZAR.
002420*****************************************************************
002430     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002440     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
002450     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
002460 1000-EXIT.
002470     EXIT.
002480*
002490*****************************************************************
002500* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002510* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002520* FILMT01, SAME AS SOCAG01 DOES AT RUN START.
002530*****************************************************************
002540 1200-CARGAR-FILIALES.
002550     MOVE ZERO TO WS-FIL-CANT.
002560     OPEN INPUT FILIALES.
002570     IF WS-FS-FILMAE NOT = '00'
002580         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002590         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002600         PERFORM 9900-ABEND-ARCHIVO
002610     END-IF.
002620     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002630         UNTIL WS-FIN-FILMAE.
002640     CLOSE FILIALES.
002650     IF WS-FIL-CANT = ZERO
002660         DISPLAY 'SOCCN01 - ARCHIVO FILIALES VACIO'
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700 1200-EXIT.
002710     EXIT.
002720*
002730 1210-LEER-FILIAL.
002740     READ FILIALES
002750         AT END
002760             MOVE 'S' TO WS-SW-FIN-FILMAE
002770             GO TO 1210-EXIT
002780     END-READ.
002790     IF WS-FIL-CANT >= WS-FIL-MAX
002800         DISPLAY 'SOCCN01 - TABLA DE FILIALES LLENA - MAX '
002810             WS-FIL-MAX
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     ADD 1 TO WS-FIL-CANT.
002860     SET FIL-IDX TO WS-FIL-CANT.
002870     MOVE FLM-COD TO FIL-COD (FIL-IDX).
002880     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
002890     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
002900     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
002910 1210-EXIT.
002920     EXIT.
002930*
002940*****************************************************************
002950 3000-ORDENAR.
002960*****************************************************************
002970     SORT ARCH-SORT
002980         ASCENDING KEY CN-FILIAL
002990         ASCENDING KEY CN-CLASE
003000         DESCENDING KEY CN-ATRASO
003010         ASCENDING KEY CN-COD
003020         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
003030         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
003040     IF WS-FS-SORT NOT = '00'
003050         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003060         MOVE WS-FS-SORT TO WS-FS-COMUN
003070         PERFORM 9900-ABEND-ARCHIVO
003080     END-IF.
003090 3000-EXIT.
003100     EXIT.
003110*
003120*****************************************************************
003130* PROCESO-ENTRADA - READS THE PLANS, RESOLVES THE MEMBER ON THE
003140* SOCIOS MASTER (FILIAL, NAME, SALDO, LAST PAYMENT), CLASSIFIES
003150* EACH CURRENT OR BROKEN PLAN AND RELEASES IT TO THE SORT.
003160*****************************************************************
003170 6000-PROCESO-ENTRADA.
003180     OPEN INPUT CONVENIOS.
003190     IF WS-FS-CONV NOT = '00'
003200         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
003210         MOVE WS-FS-CONV TO WS-FS-COMUN
003220         PERFORM 9900-ABEND-ARCHIVO
003230     END-IF.
003240     OPEN INPUT SOCIOS.
003250     IF WS-FS-SOCIOS NOT = '00'
003260         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
003270         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
003280         PERFORM 9900-ABEND-ARCHIVO
003290     END-IF.
003300     PERFORM 6010-LEER-CONVENIO THRU 6010-EXIT
003310         UNTIL WS-FIN-CONV.
003320     CLOSE CONVENIOS.
003330     CLOSE SOCIOS.
003340 6000-EXIT.
003350     EXIT.
003360*
003370 6010-LEER-CONVENIO.
003380     READ CONVENIOS
003390         AT END
003400             MOVE 'S' TO WS-SW-FIN-CONV
003410             GO TO 6010-EXIT
003420     END-READ.
003430     ADD 1 TO WS-CONT-LEIDOS.
003440     IF CNV-TERMINADO
003450         ADD 1 TO WS-CONT-TERMINADOS
003460         GO TO 6010-EXIT
003470     END-IF.
003480     MOVE CNV-COD TO SOC-COD.
003490     READ SOCIOS
003500         INVALID KEY
003510             ADD 1 TO WS-CONT-SIN-SOCIO
003520             MOVE WS-MSG-SIN-SOCIO TO SOC-NOM
003530             MOVE ZERO TO SOC-FILIAL
003540             MOVE ZERO TO SOC-SALDO
003550             MOVE ZERO TO SOC-FEC-ULT-PAGO
003560     END-READ.
003570     MOVE SOC-FILIAL TO CN-FILIAL.
003580     MOVE CNV-COD TO CN-COD.
003590     MOVE SOC-NOM TO CN-NOM.
003600     MOVE CNV-CUOTAS TO CN-CUOTAS.
003610     MOVE CNV-CUOTAS-EMIT TO CN-EMIT.
003620     MOVE CNV-IMPORTE-CUOTA TO CN-IMPORTE-CUOTA.
003630     MOVE CNV-MAX-ATRASO TO CN-MAX-ATRASO.
003640     MOVE SOC-SALDO TO CN-SALDO.
003650     MOVE CNV-MOTIVO-ROTURA TO CN-MOTIVO.
003660     MOVE ZERO TO CN-ATRASO.
003670     IF CNV-ROTO
003680         MOVE 3 TO CN-CLASE
003690         MOVE CNV-FEC-ROTURA TO CN-FECHA
003700     ELSE
003710         PERFORM 6020-CONTAR-ATRASO THRU 6020-EXIT
003720         IF CN-ATRASO = ZERO
003730             MOVE 1 TO CN-CLASE
003740         ELSE
003750             MOVE 2 TO CN-CLASE
003760         END-IF
003770         PERFORM 6030-PROXIMO-VTO THRU 6030-EXIT
003780     END-IF.
003790     RELEASE CN-REG.
003800     IF WS-FS-SORT NOT = '00'
003810         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003820         MOVE WS-FS-SORT TO WS-FS-COMUN
003830         PERFORM 9900-ABEND-ARCHIVO
003840     END-IF.
003850 6010-EXIT.
003860     EXIT.
003870*
003880*****************************************************************
003890* 6020-CONTAR-ATRASO - SAME RULE AS SOCCU01: A CHARGED CUOTA IS
003900* OVERDUE WHEN IT FELL DUE BEFORE TODAY AND AFTER THE MEMBER'S
003910* LAST PAYMENT; NOTHING IS OVERDUE WHEN THE MEMBER OWES NOTHING.
003920*****************************************************************
003930 6020-CONTAR-ATRASO.
003940     IF SOC-SALDO NOT > ZERO
003950         GO TO 6020-EXIT
003960     END-IF.
003970     PERFORM 6025-EVALUAR-CUOTA THRU 6025-EXIT
003980         VARYING WS-VT-NRO FROM 1 BY 1
003990         UNTIL WS-VT-NRO > CNV-CUOTAS-EMIT.
004000 6020-EXIT.
004010     EXIT.
004020*
004030 6025-EVALUAR-CUOTA.
004040     PERFORM 6040-CALCULAR-VTO THRU 6040-EXIT.
004050     IF WS-VTO-NUM < WS-HOY-NUM
004060         AND WS-VTO-NUM > SOC-FEC-ULT-PAGO
004070         ADD 1 TO CN-ATRASO
004080     END-IF.
004090 6025-EXIT.
004100     EXIT.
004110*
004120 6030-PROXIMO-VTO.
004130     IF CNV-CUOTAS-EMIT NOT < CNV-CUOTAS
004140         MOVE ZERO TO CN-FECHA
004150         GO TO 6030-EXIT
004160     END-IF.
004170     COMPUTE WS-VT-NRO = CNV-CUOTAS-EMIT + 1.
004180     PERFORM 6040-CALCULAR-VTO THRU 6040-EXIT.
004190     MOVE WS-VTO-NUM TO CN-FECHA.
004200 6030-EXIT.
004210     EXIT.
004220*
004230*****************************************************************
004240* 6040-CALCULAR-VTO - DUE DATE OF CUOTA WS-VT-NRO, AS SOCCU01:
004250* THE FIRST DUE DATE MOVED ON (WS-VT-NRO - 1) MONTHS.
004260*****************************************************************
004270 6040-CALCULAR-VTO.
004280     COMPUTE WS-VT-MESES = CNV-PV-ANIO * 12 + CNV-PV-MES - 1
004290         + WS-VT-NRO - 1.
004300     DIVIDE WS-VT-MESES BY 12 GIVING WS-VTO-ANIO
004310         REMAINDER WS-VT-RESTO.
004320     COMPUTE WS-VTO-MES = WS-VT-RESTO + 1.
004330     MOVE CNV-PV-DIA TO WS-VTO-DIA.
004340 6040-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380* PROCESO-SALIDA - RETURNS THE SORTED PLANS AND PRINTS THEM BY
004390* FILIAL: AL DIA FIRST, THEN ATRASADO (MOST CUOTAS OVERDUE ON
004400* TOP), THEN ROTO, WITH THE FILIAL'S COUNTS AFTER EACH GROUP
004410* AND THE GRAND COUNTS AT THE END.
004420*****************************************************************
004430 7000-PROCESO-SALIDA.
004440     OPEN OUTPUT RPT-CN.
004450     IF WS-FS-RPTCN NOT = '00'
004460         MOVE 'RPT-CN' TO WS-NOMBRE-ARCHIVO
004470         MOVE WS-FS-RPTCN TO WS-FS-COMUN
004480         PERFORM 9900-ABEND-ARCHIVO
004490     END-IF.
004500     MOVE WS-FH-ANIO TO WS-ET-ANIO.
004510     MOVE WS-FH-MES TO WS-ET-MES.
004520     MOVE WS-FH-DIA TO WS-ET-DIA.
004530     WRITE RPT-CN-REG FROM WS-ENC-TITULO.
004540     MOVE 'N' TO WS-SW-HAY-GRUPO.
004550     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
004560         UNTIL WS-FIN-SORT.
004570     IF WS-HAY-GRUPO
004580         PERFORM 7300-EMITIR-SUBTOTAL THRU 7300-EXIT
004590     END-IF.
004600     PERFORM 7400-EMITIR-TOTAL THRU 7400-EXIT.
004610     PERFORM 7500-EMITIR-RESUMEN THRU 7500-EXIT.
004620     CLOSE RPT-CN.
004630 7000-EXIT.
004640     EXIT.
004650*
004660 7100-DEVOLVER-REG.
004670     RETURN ARCH-SORT INTO CN-REG
004680         AT END
004690             MOVE 'S' TO WS-SW-FIN-SORT
004700             GO TO 7100-EXIT
004710     END-RETURN.
004720     IF WS-FS-SORT NOT = '00'
004730         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
004740         MOVE WS-FS-SORT TO WS-FS-COMUN
004750         PERFORM 9900-ABEND-ARCHIVO
004760     END-IF.
004770     IF NOT WS-HAY-GRUPO
004780         MOVE 'S' TO WS-SW-HAY-GRUPO
004790         MOVE CN-FILIAL TO WS-FILIAL-GRUPO
004800         PERFORM 7200-ABRIR-GRUPO THRU 7200-EXIT
004810     ELSE
004820         IF CN-FILIAL NOT = WS-FILIAL-GRUPO
004830             PERFORM 7300-EMITIR-SUBTOTAL THRU 7300-EXIT
004840             MOVE CN-FILIAL TO WS-FILIAL-GRUPO
004850             PERFORM 7200-ABRIR-GRUPO THRU 7200-EXIT
004860         END-IF
004870     END-IF.
004880     PERFORM 7110-IMPRIMIR-CONVENIO THRU 7110-EXIT.
004890 7100-EXIT.
004900     EXIT.
004910*
004920 7110-IMPRIMIR-CONVENIO.
004930     MOVE CN-COD TO WS-LD-COD.
004940     MOVE CN-NOM TO WS-LD-NOM.
004950     MOVE CN-EMIT TO WS-LD-EMIT.
004960     MOVE CN-CUOTAS TO WS-LD-CUOTAS.
004970     MOVE CN-IMPORTE-CUOTA TO WS-LD-IMPORTE.
004980     MOVE CN-ATRASO TO WS-LD-ATRASO.
004990     MOVE CN-MAX-ATRASO TO WS-LD-MAX.
005000     MOVE CN-SALDO TO WS-LD-SALDO.
005010     IF CN-FECHA = ZERO
005020         MOVE SPACES TO WS-LD-FECHA
005030     ELSE
005040         MOVE CN-FECHA TO WS-FECHA-AUX
005050         MOVE SPACES TO WS-LD-FECHA
005060         STRING WS-FA-ANIO '-' WS-FA-MES '-' WS-FA-DIA
005070             DELIMITED BY SIZE INTO WS-LD-FECHA
005080     END-IF.
005090     EVALUATE TRUE
005100         WHEN CN-AL-DIA
005110             MOVE 'AL DIA' TO WS-LD-ESTADO
005120             ADD 1 TO WS-SG-AL-DIA
005130             ADD 1 TO WS-TG-AL-DIA
005140         WHEN CN-ATRASADO
005150             MOVE 'ATRASADO' TO WS-LD-ESTADO
005160             ADD 1 TO WS-SG-ATRASADOS
005170             ADD 1 TO WS-TG-ATRASADOS
005180         WHEN OTHER
005190             IF CN-MOTIVO = 'M'
005200                 MOVE 'ROTO - BAJA' TO WS-LD-ESTADO
005210             ELSE
005220                 MOVE 'ROTO - ATRASO' TO WS-LD-ESTADO
005230             END-IF
005240             ADD 1 TO WS-SG-ROTOS
005250             ADD 1 TO WS-TG-ROTOS
005260     END-EVALUATE.
005270     WRITE RPT-CN-REG FROM WS-LINEA-DET.
005280 7110-EXIT.
005290     EXIT.
005300*
005310 7200-ABRIR-GRUPO.
005320     MOVE ZERO TO WS-SG-AL-DIA.
005330     MOVE ZERO TO WS-SG-ATRASADOS.
005340     MOVE ZERO TO WS-SG-ROTOS.
005350     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
005360     MOVE SPACES TO RPT-CN-REG.
005370     WRITE RPT-CN-REG.
005380     MOVE WS-FILIAL-GRUPO TO WS-EF-COD.
005390     MOVE WS-NOM-FILIAL TO WS-EF-NOM.
005400     WRITE RPT-CN-REG FROM WS-ENC-FILIAL.
005410     WRITE RPT-CN-REG FROM WS-ENC-COLUMNAS.
005420 7200-EXIT.
005430     EXIT.
005440*
005450 7300-EMITIR-SUBTOTAL.
005460     MOVE 'TOTAL FILIAL' TO WS-LC-ETIQUETA.
005470     MOVE WS-SG-AL-DIA TO WS-LC-AL-DIA.
005480     MOVE WS-SG-ATRASADOS TO WS-LC-ATRASADOS.
005490     MOVE WS-SG-ROTOS TO WS-LC-ROTOS.
005500     WRITE RPT-CN-REG FROM WS-LINEA-CLASES.
005510 7300-EXIT.
005520     EXIT.
005530*
005540 7400-EMITIR-TOTAL.
005550     MOVE SPACES TO RPT-CN-REG.
005560     WRITE RPT-CN-REG.
005570     MOVE 'TOTAL GENERAL' TO WS-LC-ETIQUETA.
005580     MOVE WS-TG-AL-DIA TO WS-LC-AL-DIA.
005590     MOVE WS-TG-ATRASADOS TO WS-LC-ATRASADOS.
005600     MOVE WS-TG-ROTOS TO WS-LC-ROTOS.
005610     WRITE RPT-CN-REG FROM WS-LINEA-CLASES.
005620 7400-EXIT.
005630     EXIT.
005640*
005650 7500-EMITIR-RESUMEN.
005660     MOVE SPACES TO RPT-CN-REG.
005670     WRITE RPT-CN-REG.
005680     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CN-REG.
005690     WRITE RPT-CN-REG.
005700     MOVE 'CONVENIOS LEIDOS' TO WS-LR-ETIQUETA.
005710     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
005720     WRITE RPT-CN-REG FROM WS-LINEA-RESUMEN.
005730     MOVE 'CONVENIOS TERMINADOS' TO WS-LR-ETIQUETA.
005740     MOVE WS-CONT-TERMINADOS TO WS-LR-CANT.
005750     WRITE RPT-CN-REG FROM WS-LINEA-RESUMEN.
005760     MOVE 'CONVENIOS SIN SOCIO' TO WS-LR-ETIQUETA.
005770     MOVE WS-CONT-SIN-SOCIO TO WS-LR-CANT.
005780     WRITE RPT-CN-REG FROM WS-LINEA-RESUMEN.
005790 7500-EXIT.
005800     EXIT.
005810*
005820 6100-BUSCAR-FILIAL.
005830     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
005840     SET FIL-IDX TO 1.
005850     SEARCH FIL-ENTRY
005860         AT END
005870             CONTINUE
005880         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
005890             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
005900     END-SEARCH.
005910 6100-EXIT.
005920     EXIT.
005930*
005940*****************************************************************
005950 9900-ABEND-ARCHIVO.
005960*****************************************************************
005970     DISPLAY 'SOCCN01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
005980     DISPLAY 'SOCCN01 - FILE STATUS = ' WS-FS-COMUN.
005990     MOVE 16 TO RETURN-CODE.
006000     STOP RUN.
006010*
006020 END PROGRAM SOCCN01.
