000010*****************************************************************
000020* PROGRAM:     SOCCU01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     MONTHLY PAYMENT PLAN (CONVENIO) INSTALLMENT RUN.
000070*              SWEEPS THE INDEXED CONVENIOS MASTER (CNVMT01)
000080*              AND, FOR EVERY CURRENT PLAN, GENERATES INTO A
000090*              SOCIOMOV DECK - IN THE SAME '*LOTEC'/'*LOTEF'
000100*              BATCHES AS THE SOCFA01 BILLING DECK, UNDER THE
000110*              FACTUR PSEUDO-TELLER - THE MOVEMENTS THE PLAN
000120*              CALLS FOR: ON ITS FIRST RUN AN 'A' ADJUSTMENT
000130*              TAKING THE AGREED DEBT OFF SOC-SALDO, AND A 'C'
000140*              CHARGE FOR EVERY CUOTA FALLING DUE UP TO THE
000150*              PERIOD. A PLAN WITH CNV-MAX-ATRASO CUOTAS
000160*              OVERDUE IS BROKEN, AND THE PART OF THE DEBT NOT
000170*              YET CHARGED AS CUOTAS GOES BACK ONTO SOC-SALDO
000180*              BY AN 'A' ADJUSTMENT, SO THE MEMBER IS COLLECTED
000190*              NORMALLY AGAIN; A PLAN BROKEN BY HAND IN CNVMT01
000200*              GETS THE SAME RETURN HERE. A PLAN ALREADY RUN
000210*              FOR THE PERIOD IS NEVER CHARGED AGAIN. THE
000220*              REGISTER SHOWS EVERY MOVEMENT GENERATED AND
000230*              EVERY PLAN PASSED OVER, AND WHY.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   15/10/2026 RCA   INITIAL VERSION, BATCHING AS SOCFA01.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SOCCU01.
000310 AUTHOR. R. CASTRO.
000320 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CONVENIOS     ASSIGN TO CONVENIO
000400         ORGANIZATION INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS CNV-COD
000430         FILE STATUS IS WS-FS-CONV.
000440     SELECT SOCIOS        ASSIGN TO SOCIOS
000450         ORGANIZATION INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS SOC-COD
000480         ALTERNATE RECORD KEY IS SOC-NOM
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-FS-SOCIOS.
000510     SELECT CUO-CTL       ASSIGN TO SOCIOCUO
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-CTL.
000540     SELECT SOCIOS-MOV    ASSIGN TO SOCIOMOV
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-MOV.
000570     SELECT RPT-CU        ASSIGN TO RPTCU
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPTCU.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CONVENIOS.
000640     COPY cnvreg.
000650*
000660 FD  SOCIOS.
000670     COPY socreg.
000680*
000690 FD  CUO-CTL.
000700 01  CUO-REG.
000710     03  CUO-PERIODO            PIC 9(06).
000720     03  CUO-FECHA              PIC 9(08).
000730*
000740 FD  SOCIOS-MOV.
000750     COPY movreg.
000760     COPY movlote.
000770*
000780 FD  RPT-CU.
000790 01  RPT-CU-REG                 PIC X(90).
000800*
000810 WORKING-STORAGE SECTION.
000820 01  WS-SWITCHES.
000830     05  WS-SW-FIN-CONV         PIC X(01) VALUE 'N'.
000840         88  WS-FIN-CONV                VALUE 'S'.
000850     05  WS-SW-FIN-CUOTAS       PIC X(01) VALUE 'N'.
000860         88  WS-FIN-CUOTAS              VALUE 'S'.
000870*
000880 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
000890*
000900 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000910*
000920 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
000930*
000940 01  WS-FS-MOV                  PIC X(02) VALUE '00'.
000950*
000960 01  WS-FS-RPTCU                PIC X(02) VALUE '00'.
000970*
000980 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000990*
001000 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001010*
001020 01  WS-CTL-PERIODO             PIC 9(06) VALUE ZERO.
001030*
001040 01  WS-CTL-FECHA               PIC 9(08) VALUE ZERO.
001050*
001060 01  WS-CAJERO-FACT             PIC X(06) VALUE 'FACTUR'.
001070*
001080 01  WS-CONTADORES.
001090     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001100     05  WS-CONT-CUOTAS         PIC 9(05) VALUE ZERO.
001110     05  WS-CONT-TRASPASOS      PIC 9(05) VALUE ZERO.
001120     05  WS-CONT-ROTOS          PIC 9(05) VALUE ZERO.
001130     05  WS-CONT-DEVUELTOS      PIC 9(05) VALUE ZERO.
001140     05  WS-CONT-TERMINADOS     PIC 9(05) VALUE ZERO.
001150     05  WS-CONT-YA-PROCESADOS  PIC 9(05) VALUE ZERO.
001160     05  WS-CONT-SIN-SOCIO      PIC 9(05) VALUE ZERO.
001170*
001180 01  WS-TOTAL-CUOTAS            PIC S9(9)V99 VALUE ZERO.
001190*
001200 01  WS-TOTAL-TRASPASADO        PIC S9(9)V99 VALUE ZERO.
001210*
001220 01  WS-TOTAL-DEVUELTO          PIC S9(9)V99 VALUE ZERO.
001230*
001240 01  WS-LOTE-HASH               PIC S9(10)V99 VALUE ZERO.
001250*
001260*    WS-LOTE-MAX MUST NOT EXCEED THE 500-ENTRY BATCH TABLE THE
001270*    POSTING (SOCMV01) GATHERS EACH BATCH INTO.
001280 01  WS-LOTE-MAX                PIC 9(03) VALUE 500.
001290*
001300 01  WS-LOTE-CANT               PIC 9(05) VALUE ZERO.
001310*
001320 01  WS-CONT-LOTES              PIC 9(05) VALUE ZERO.
001330*
001340 01  WS-MOV-TIPO                PIC X(01) VALUE SPACE.
001350*
001360 01  WS-MOV-IMPORTE             PIC S9(8)V99 VALUE ZERO.
001370*
001380 01  WS-IMPORTE-CUOTA           PIC 9(08)V99 VALUE ZERO.
001390*
001400 01  WS-PENDIENTE               PIC S9(8)V99 VALUE ZERO.
001410*
001420 01  WS-CUOTAS-ATRASADAS        PIC 9(03) VALUE ZERO.
001430*
001440 01  WS-VT-NRO                  PIC 9(03) VALUE ZERO.
001450*
001460 01  WS-VT-MESES                PIC 9(06) VALUE ZERO.
001470*
001480 01  WS-VT-RESTO                PIC 9(02) VALUE ZERO.
001490*
001500 01  WS-VTO-FECHA.
001510     05  WS-VTO-ANIO            PIC 9(04).
001520     05  WS-VTO-MES             PIC 9(02).
001530     05  WS-VTO-DIA             PIC 9(02).
001540 01  WS-VTO-FECHA-R REDEFINES WS-VTO-FECHA.
001550     05  WS-VTO-PERIODO         PIC 9(06).
001560     05  FILLER                 PIC 9(02).
001570 01  WS-VTO-NUM REDEFINES WS-VTO-FECHA
001580                                PIC 9(08).
001590*
001600 01  WS-ENC-PERIODO.
001610     05  FILLER                 PIC X(29)
001620         VALUE 'CUOTAS DE CONVENIOS - PERIODO'.
001630     05  FILLER                 PIC X(01) VALUE SPACE.
001640     05  WS-EP-PERIODO          PIC 9(06).
001650*
001660 01  WS-LINEA-CU.
001670     05  WS-LC-COD              PIC 9(06).
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  WS-LC-NOM              PIC X(20).
001700     05  FILLER                 PIC X(02) VALUE SPACES.
001710     05  WS-LC-FILIAL           PIC 9(03).
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  WS-LC-CUOTA            PIC ZZ9.
001740     05  FILLER                 PIC X(01) VALUE '/'.
001750     05  WS-LC-CUOTAS           PIC ZZ9.
001760     05  FILLER                 PIC X(02) VALUE SPACES.
001770     05  WS-LC-ATRASO           PIC ZZ9.
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  WS-LC-RESULTADO        PIC X(17).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  WS-LC-IMPORTE          PIC -ZZ,ZZZ,ZZ9.99 BLANK ZERO.
001820*
001830 01  WS-LINEA-RESUMEN.
001840     05  WS-LR-ETIQUETA         PIC X(30).
001850     05  WS-LR-CANT             PIC ZZ,ZZ9.
001860*
001870 01  WS-LINEA-TOTAL.
001880     05  WS-LT-ETIQUETA         PIC X(30).
001890     05  WS-LT-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
001900*
001910 PROCEDURE DIVISION.
001920*****************************************************************
001930 0000-MAINLINE.
001940*****************************************************************
001950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001960     PERFORM 2000-PROCESAR-CONVENIO THRU 2000-EXIT
001970         UNTIL WS-FIN-CONV.
001980     PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT.
001990     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002000     STOP RUN.
002010*
002020*****************************************************************
002030 1000-INICIALIZAR.
002040*****************************************************************
002050     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
002060     OPEN I-O CONVENIOS.
002070     IF WS-FS-CONV NOT = '00'
002080         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
002090         MOVE WS-FS-CONV TO WS-FS-COMUN
002100         PERFORM 9900-ABEND-ARCHIVO
002110     END-IF.
002120     OPEN INPUT SOCIOS.
002130     IF WS-FS-SOCIOS NOT = '00'
002140         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
002150         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
002160         PERFORM 9900-ABEND-ARCHIVO
002170     END-IF.
002180     OPEN OUTPUT SOCIOS-MOV.
002190     IF WS-FS-MOV NOT = '00'
002200         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
002210         MOVE WS-FS-MOV TO WS-FS-COMUN
002220         PERFORM 9900-ABEND-ARCHIVO
002230     END-IF.
002240     OPEN OUTPUT RPT-CU.
002250     IF WS-FS-RPTCU NOT = '00'
002260         MOVE 'RPT-CU' TO WS-NOMBRE-ARCHIVO
002270         MOVE WS-FS-RPTCU TO WS-FS-COMUN
002280         PERFORM 9900-ABEND-ARCHIVO
002290     END-IF.
002300     MOVE WS-CTL-PERIODO TO WS-EP-PERIODO.
002310     WRITE RPT-CU-REG FROM WS-ENC-PERIODO.
002320     MOVE SPACES TO RPT-CU-REG.
002330     WRITE RPT-CU-REG.
002340     PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT.
002350 1000-EXIT.
002360     EXIT.
002370*
002380*****************************************************************
002390* 1100-LEER-CONTROL READS THE RUN CARD: THE PERIOD (YYYYMM) AND
002400* THE MOVEMENT DATE TO STAMP ON THE CARDS (ZERO MEANS THE FIRST
002410* OF THE PERIOD). THE MOVEMENT DATE IS ALSO THE DAY CUOTAS ARE
002420* JUDGED OVERDUE AGAINST. A MISSING OR HALF-PUNCHED CARD STOPS
002430* THE RUN, SAME AS THE SOCFA01 BILLING CARD.
002440*****************************************************************
002450 1100-LEER-CONTROL.
002460     OPEN INPUT CUO-CTL.
002470     IF WS-FS-CTL NOT = '00'
002480         MOVE 'CUO-CTL' TO WS-NOMBRE-ARCHIVO
002490         MOVE WS-FS-CTL TO WS-FS-COMUN
002500         PERFORM 9900-ABEND-ARCHIVO
002510     END-IF.
002520     READ CUO-CTL
002530         AT END
002540             DISPLAY 'SOCCU01 - TARJETA DE CONTROL AUSENTE'
002550             MOVE 16 TO RETURN-CODE
002560             STOP RUN
002570     END-READ.
002580     IF CUO-PERIODO NOT NUMERIC OR CUO-PERIODO = ZERO
002590         DISPLAY 'SOCCU01 - PERIODO INVALIDO'
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     MOVE CUO-PERIODO TO WS-CTL-PERIODO.
002640     IF CUO-FECHA NUMERIC AND CUO-FECHA NOT = ZERO
002650         MOVE CUO-FECHA TO WS-CTL-FECHA
002660     ELSE
002670         COMPUTE WS-CTL-FECHA = CUO-PERIODO * 100 + 1
002680     END-IF.
002690     CLOSE CUO-CTL.
002700 1100-EXIT.
002710     EXIT.
002720*
002730*****************************************************************
002740* 1300-ABRIR-LOTE WRITES A '*LOTEC' BATCH HEADER, EXACTLY AS
002750* SOCFA01 DOES: FILIAL ZERO (EACH CARD CARRIES ITS MEMBER'S
002760* FILIAL), CAJERO THE FACTUR PSEUDO-TELLER, AT MOST
002770* WS-LOTE-MAX CARDS PER BATCH.
002780*****************************************************************
002790 1300-ABRIR-LOTE.
002800     ADD 1 TO WS-CONT-LOTES.
002810     MOVE ZERO TO WS-LOTE-CANT.
002820     MOVE ZERO TO WS-LOTE-HASH.
002830     MOVE '*LOTEC' TO LOT-MARCA.
002840     MOVE ZERO TO LOT-FILIAL.
002850     MOVE WS-CAJERO-FACT TO LOT-CAJERO.
002860     MOVE ZERO TO LOT-CANT.
002870     MOVE ZERO TO LOT-HASH.
002880     WRITE LOT-REG.
002890     IF WS-FS-MOV NOT = '00'
002900         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
002910         MOVE WS-FS-MOV TO WS-FS-COMUN
002920         PERFORM 9900-ABEND-ARCHIVO
002930     END-IF.
002940 1300-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980* 2000-PROCESAR-CONVENIO READS ONE PLAN AND DISPATCHES IT BY
002990* STATE. FINISHED PLANS ARE ONLY COUNTED; A BROKEN PLAN IS
003000* ONLY LOOKED AT WHILE ITS DEBT RETURN IS STILL OWED. A
003010* CURRENT PLAN WHOSE MEMBER IS NO LONGER ON THE MASTER, OR
003020* ALREADY RUN FOR THIS PERIOD, IS LEFT UNTOUCHED.
003030*****************************************************************
003040 2000-PROCESAR-CONVENIO.
003050     READ CONVENIOS
003060         AT END
003070             MOVE 'S' TO WS-SW-FIN-CONV
003080             GO TO 2000-EXIT
003090     END-READ.
003100     ADD 1 TO WS-CONT-LEIDOS.
003110     MOVE ZERO TO WS-CUOTAS-ATRASADAS.
003120     IF CNV-TERMINADO
003130         ADD 1 TO WS-CONT-TERMINADOS
003140         GO TO 2000-EXIT
003150     END-IF.
003160     IF CNV-ROTO
003170         AND (CNV-DEUDA-DEVUELTA OR NOT CNV-TRASPASADO)
003180         GO TO 2000-EXIT
003190     END-IF.
003200     MOVE CNV-COD TO SOC-COD.
003210     READ SOCIOS
003220         INVALID KEY
003230             ADD 1 TO WS-CONT-SIN-SOCIO
003240             MOVE SPACES TO SOC-NOM
003250             MOVE ZERO TO SOC-FILIAL
003260             MOVE 'SOCIO NO EXISTE' TO WS-LC-RESULTADO
003270             MOVE ZERO TO WS-MOV-IMPORTE
003280             PERFORM 2900-IMPRIMIR-LINEA THRU 2900-EXIT
003290             GO TO 2000-EXIT
003300     END-READ.
003310     IF CNV-ROTO
003320         PERFORM 2600-DEVOLVER-DEUDA THRU 2600-EXIT
003330         PERFORM 2800-REGRABAR-CONVENIO THRU 2800-EXIT
003340         GO TO 2000-EXIT
003350     END-IF.
003360     IF CNV-ULT-PERIODO NOT < WS-CTL-PERIODO
003370         ADD 1 TO WS-CONT-YA-PROCESADOS
003380         MOVE 'YA PROCESADO' TO WS-LC-RESULTADO
003390         MOVE ZERO TO WS-MOV-IMPORTE
003400         PERFORM 2900-IMPRIMIR-LINEA THRU 2900-EXIT
003410         GO TO 2000-EXIT
003420     END-IF.
003430     PERFORM 2400-CONTAR-ATRASO THRU 2400-EXIT.
003440     IF WS-CUOTAS-ATRASADAS NOT < CNV-MAX-ATRASO
003450         MOVE 'R' TO CNV-ESTADO
003460         MOVE 'A' TO CNV-MOTIVO-ROTURA
003470         MOVE WS-CTL-FECHA TO CNV-FEC-ROTURA
003480         MOVE 'N' TO CNV-DEVUELTO
003490         ADD 1 TO WS-CONT-ROTOS
003500         PERFORM 2600-DEVOLVER-DEUDA THRU 2600-EXIT
003510         MOVE WS-CTL-PERIODO TO CNV-ULT-PERIODO
003520         PERFORM 2800-REGRABAR-CONVENIO THRU 2800-EXIT
003530         GO TO 2000-EXIT
003540     END-IF.
003550     IF NOT CNV-TRASPASADO
003560         PERFORM 2500-TRASPASAR-DEUDA THRU 2500-EXIT
003570     END-IF.
003580     MOVE 'N' TO WS-SW-FIN-CUOTAS.
003590     PERFORM 2550-EMITIR-CUOTA THRU 2550-EXIT
003600         UNTIL WS-FIN-CUOTAS.
003610     IF CNV-CUOTAS-EMIT NOT < CNV-CUOTAS
003620         MOVE 'T' TO CNV-ESTADO
003630         ADD 1 TO WS-CONT-TERMINADOS
003640     END-IF.
003650     MOVE WS-CTL-PERIODO TO CNV-ULT-PERIODO.
003660     PERFORM 2800-REGRABAR-CONVENIO THRU 2800-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690*
003700*****************************************************************
003710* 2300-CALCULAR-VTO GIVES THE DUE DATE OF CUOTA WS-VT-NRO: THE
003720* FIRST DUE DATE MOVED ON (WS-VT-NRO - 1) MONTHS, SAME DAY OF
003730* THE MONTH (CNVMT01 KEEPS THAT DAY AT 28 OR BELOW).
003740*****************************************************************
003750 2300-CALCULAR-VTO.
003760     COMPUTE WS-VT-MESES = CNV-PV-ANIO * 12 + CNV-PV-MES - 1
003770         + WS-VT-NRO - 1.
003780     DIVIDE WS-VT-MESES BY 12 GIVING WS-VTO-ANIO
003790         REMAINDER WS-VT-RESTO.
003800     COMPUTE WS-VTO-MES = WS-VT-RESTO + 1.
003810     MOVE CNV-PV-DIA TO WS-VTO-DIA.
003820 2300-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860* 2400-CONTAR-ATRASO COUNTS THE CUOTAS ALREADY CHARGED THAT ARE
003870* OVERDUE: DUE BEFORE THE RUN DATE AND NOT FOLLOWED BY ANY
003880* PAYMENT - THAT IS, DUE AFTER SOC-FEC-ULT-PAGO, THE SAME
003890* LAST-PAYMENT DATE THE AGING RULES WORK FROM. A MEMBER WHO
003900* OWES NOTHING HAS NO CUOTA OVERDUE, WHATEVER THE DATES SAY.
003910*****************************************************************
003920 2400-CONTAR-ATRASO.
003930     MOVE ZERO TO WS-CUOTAS-ATRASADAS.
003940     IF SOC-SALDO NOT > ZERO
003950         GO TO 2400-EXIT
003960     END-IF.
003970     PERFORM 2410-EVALUAR-CUOTA THRU 2410-EXIT
003980         VARYING WS-VT-NRO FROM 1 BY 1
003990         UNTIL WS-VT-NRO > CNV-CUOTAS-EMIT.
004000 2400-EXIT.
004010     EXIT.
004020*
004030 2410-EVALUAR-CUOTA.
004040     PERFORM 2300-CALCULAR-VTO THRU 2300-EXIT.
004050     IF WS-VTO-NUM < WS-CTL-FECHA
004060         AND WS-VTO-NUM > SOC-FEC-ULT-PAGO
004070         ADD 1 TO WS-CUOTAS-ATRASADAS
004080     END-IF.
004090 2410-EXIT.
004100     EXIT.
004110*
004120*****************************************************************
004130* 2500-TRASPASAR-DEUDA - FIRST RUN OF A PLAN: AN 'A' ADJUSTMENT
004140* FOR MINUS THE AGREED DEBT TAKES IT OFF SOC-SALDO; FROM HERE
004150* ON IT COMES BACK ONLY AS CUOTAS (OR AS THE RETURN OF A
004160* BROKEN PLAN).
004170*****************************************************************
004180 2500-TRASPASAR-DEUDA.
004190     MOVE 'A' TO WS-MOV-TIPO.
004200     COMPUTE WS-MOV-IMPORTE = ZERO - CNV-DEUDA.
004210     PERFORM 2700-GENERAR-MOV THRU 2700-EXIT.
004220     MOVE 'S' TO CNV-TRASPASO.
004230     ADD 1 TO WS-CONT-TRASPASOS.
004240     ADD WS-MOV-IMPORTE TO WS-TOTAL-TRASPASADO.
004250     MOVE 'TRASPASO DEUDA' TO WS-LC-RESULTADO.
004260     PERFORM 2900-IMPRIMIR-LINEA THRU 2900-EXIT.
004270 2500-EXIT.
004280     EXIT.
004290*
004300*****************************************************************
004310* 2550-EMITIR-CUOTA CHARGES THE NEXT CUOTA IF THERE IS ONE AND
004320* IT FALLS DUE IN OR BEFORE THE RUN PERIOD, SO A MONTH THE RUN
004330* DID NOT GO THROUGH IS CAUGHT UP. THE LAST CUOTA IS WHATEVER
004340* OF THE DEBT THE EARLIER ONES LEFT.
004350*****************************************************************
004360 2550-EMITIR-CUOTA.
004370     IF CNV-CUOTAS-EMIT NOT < CNV-CUOTAS
004380         MOVE 'S' TO WS-SW-FIN-CUOTAS
004390         GO TO 2550-EXIT
004400     END-IF.
004410     COMPUTE WS-VT-NRO = CNV-CUOTAS-EMIT + 1.
004420     PERFORM 2300-CALCULAR-VTO THRU 2300-EXIT.
004430     IF WS-VTO-PERIODO > WS-CTL-PERIODO
004440         MOVE 'S' TO WS-SW-FIN-CUOTAS
004450         GO TO 2550-EXIT
004460     END-IF.
004470     IF WS-VT-NRO = CNV-CUOTAS
004480         COMPUTE WS-IMPORTE-CUOTA = CNV-DEUDA - CNV-IMPORTE-EMIT
004490     ELSE
004500         MOVE CNV-IMPORTE-CUOTA TO WS-IMPORTE-CUOTA
004510     END-IF.
004520     MOVE 'C' TO WS-MOV-TIPO.
004530     MOVE WS-IMPORTE-CUOTA TO WS-MOV-IMPORTE.
004540     PERFORM 2700-GENERAR-MOV THRU 2700-EXIT.
004550     ADD 1 TO CNV-CUOTAS-EMIT.
004560     ADD WS-IMPORTE-CUOTA TO CNV-IMPORTE-EMIT.
004570     ADD 1 TO WS-CONT-CUOTAS.
004580     ADD WS-MOV-IMPORTE TO WS-TOTAL-CUOTAS.
004590     MOVE 'CUOTA CARGADA' TO WS-LC-RESULTADO.
004600     PERFORM 2900-IMPRIMIR-LINEA THRU 2900-EXIT.
004610 2550-EXIT.
004620     EXIT.
004630*
004640*****************************************************************
004650* 2600-DEVOLVER-DEUDA - A BROKEN PLAN: THE PART OF THE AGREED
004660* DEBT NOT YET CHARGED AS CUOTAS GOES BACK ONTO SOC-SALDO BY A
004670* POSITIVE 'A' ADJUSTMENT. A PLAN BROKEN BEFORE ITS DEBT WAS
004680* EVER TAKEN OVER HAS NOTHING TO RETURN.
004690*****************************************************************
004700 2600-DEVOLVER-DEUDA.
004710     COMPUTE WS-PENDIENTE = CNV-DEUDA - CNV-IMPORTE-EMIT.
004720     IF CNV-TRASPASADO AND WS-PENDIENTE > ZERO
004730         MOVE 'A' TO WS-MOV-TIPO
004740         MOVE WS-PENDIENTE TO WS-MOV-IMPORTE
004750         PERFORM 2700-GENERAR-MOV THRU 2700-EXIT
004760         ADD 1 TO WS-CONT-DEVUELTOS
004770         ADD WS-MOV-IMPORTE TO WS-TOTAL-DEVUELTO
004780     ELSE
004790         MOVE ZERO TO WS-MOV-IMPORTE
004800     END-IF.
004810     MOVE 'S' TO CNV-DEVUELTO.
004820     IF CNV-ROTO-MANUAL
004830         MOVE 'BAJA - DEVOLUCION' TO WS-LC-RESULTADO
004840     ELSE
004850         MOVE 'ROTO - DEVOLUCION' TO WS-LC-RESULTADO
004860     END-IF.
004870     PERFORM 2900-IMPRIMIR-LINEA THRU 2900-EXIT.
004880 2600-EXIT.
004890     EXIT.
004900*
004910 2700-GENERAR-MOV.
004920     IF WS-LOTE-CANT >= WS-LOTE-MAX
004930         PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT
004940         PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT
004950     END-IF.
004960     MOVE CNV-COD TO MOV-COD.
004970     MOVE WS-MOV-TIPO TO MOV-TIPO.
004980     MOVE WS-MOV-IMPORTE TO MOV-IMPORTE.
004990     MOVE WS-CTL-FECHA TO MOV-FECHA.
005000     MOVE SOC-FILIAL TO MOV-FILIAL.
005010     MOVE WS-CAJERO-FACT TO MOV-CAJERO.
005020     MOVE ZERO TO MOV-NRO-ANULA.
005030     WRITE MOV-REG.
005040     IF WS-FS-MOV NOT = '00'
005050         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
005060         MOVE WS-FS-MOV TO WS-FS-COMUN
005070         PERFORM 9900-ABEND-ARCHIVO
005080     END-IF.
005090     ADD WS-MOV-IMPORTE TO WS-LOTE-HASH.
005100     ADD 1 TO WS-LOTE-CANT.
005110 2700-EXIT.
005120     EXIT.
005130*
005140 2800-REGRABAR-CONVENIO.
005150     REWRITE CNV-REG.
005160     IF WS-FS-CONV NOT = '00'
005170         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
005180         MOVE WS-FS-CONV TO WS-FS-COMUN
005190         PERFORM 9900-ABEND-ARCHIVO
005200     END-IF.
005210 2800-EXIT.
005220     EXIT.
005230*
005240 2900-IMPRIMIR-LINEA.
005250     MOVE CNV-COD TO WS-LC-COD.
005260     MOVE SOC-NOM TO WS-LC-NOM.
005270     MOVE SOC-FILIAL TO WS-LC-FILIAL.
005280     MOVE CNV-CUOTAS-EMIT TO WS-LC-CUOTA.
005290     MOVE CNV-CUOTAS TO WS-LC-CUOTAS.
005300     MOVE WS-CUOTAS-ATRASADAS TO WS-LC-ATRASO.
005310     MOVE WS-MOV-IMPORTE TO WS-LC-IMPORTE.
005320     WRITE RPT-CU-REG FROM WS-LINEA-CU.
005330 2900-EXIT.
005340     EXIT.
005350*
005360*****************************************************************
005370* 8000-CERRAR-LOTE WRITES THE '*LOTEF' TRAILER WITH THE COUNT
005380* AND HASH TOTAL OF THE CURRENT BATCH'S CARDS, SO SOCMV01
005390* PROVES EACH BATCH ARRIVED COMPLETE BEFORE POSTING IT.
005400*****************************************************************
005410 8000-CERRAR-LOTE.
005420     MOVE '*LOTEF' TO LOT-MARCA.
005430     MOVE ZERO TO LOT-FILIAL.
005440     MOVE WS-CAJERO-FACT TO LOT-CAJERO.
005450     MOVE WS-LOTE-CANT TO LOT-CANT.
005460     MOVE WS-LOTE-HASH TO LOT-HASH.
005470     WRITE LOT-REG.
005480     IF WS-FS-MOV NOT = '00'
005490         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
005500         MOVE WS-FS-MOV TO WS-FS-COMUN
005510         PERFORM 9900-ABEND-ARCHIVO
005520     END-IF.
005530 8000-EXIT.
005540     EXIT.
005550*
005560*****************************************************************
005570 9000-FINALIZAR.
005580*****************************************************************
005590     MOVE SPACES TO RPT-CU-REG.
005600     WRITE RPT-CU-REG.
005610     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CU-REG.
005620     WRITE RPT-CU-REG.
005630     MOVE 'CONVENIOS LEIDOS' TO WS-LR-ETIQUETA.
005640     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
005650     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005660     MOVE 'CUOTAS CARGADAS' TO WS-LR-ETIQUETA.
005670     MOVE WS-CONT-CUOTAS TO WS-LR-CANT.
005680     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005690     MOVE 'TRASPASOS DE DEUDA' TO WS-LR-ETIQUETA.
005700     MOVE WS-CONT-TRASPASOS TO WS-LR-CANT.
005710     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005720     MOVE 'CONVENIOS ROTOS POR ATRASO' TO WS-LR-ETIQUETA.
005730     MOVE WS-CONT-ROTOS TO WS-LR-CANT.
005740     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005750     MOVE 'DEVOLUCIONES DE DEUDA' TO WS-LR-ETIQUETA.
005760     MOVE WS-CONT-DEVUELTOS TO WS-LR-CANT.
005770     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005780     MOVE 'CONVENIOS TERMINADOS' TO WS-LR-ETIQUETA.
005790     MOVE WS-CONT-TERMINADOS TO WS-LR-CANT.
005800     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005810     MOVE 'YA PROCESADOS EN EL PERIODO' TO WS-LR-ETIQUETA.
005820     MOVE WS-CONT-YA-PROCESADOS TO WS-LR-CANT.
005830     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005840     MOVE 'CONVENIOS SIN SOCIO' TO WS-LR-ETIQUETA.
005850     MOVE WS-CONT-SIN-SOCIO TO WS-LR-CANT.
005860     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005870     MOVE 'LOTES GENERADOS' TO WS-LR-ETIQUETA.
005880     MOVE WS-CONT-LOTES TO WS-LR-CANT.
005890     WRITE RPT-CU-REG FROM WS-LINEA-RESUMEN.
005900     MOVE 'TOTAL CUOTAS CARGADAS' TO WS-LT-ETIQUETA.
005910     MOVE WS-TOTAL-CUOTAS TO WS-LT-IMPORTE.
005920     WRITE RPT-CU-REG FROM WS-LINEA-TOTAL.
005930     MOVE 'TOTAL DEUDA TRASPASADA' TO WS-LT-ETIQUETA.
005940     MOVE WS-TOTAL-TRASPASADO TO WS-LT-IMPORTE.
005950     WRITE RPT-CU-REG FROM WS-LINEA-TOTAL.
005960     MOVE 'TOTAL DEUDA DEVUELTA' TO WS-LT-ETIQUETA.
005970     MOVE WS-TOTAL-DEVUELTO TO WS-LT-IMPORTE.
005980     WRITE RPT-CU-REG FROM WS-LINEA-TOTAL.
005990     CLOSE CONVENIOS.
006000     CLOSE SOCIOS.
006010     CLOSE SOCIOS-MOV.
006020     CLOSE RPT-CU.
006030 9000-EXIT.
006040     EXIT.
006050*
006060*****************************************************************
006070 9900-ABEND-ARCHIVO.
006080*****************************************************************
006090     DISPLAY 'SOCCU01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
006100     DISPLAY 'SOCCU01 - FILE STATUS = ' WS-FS-COMUN.
006110     MOVE 16 TO RETURN-CODE.
006120     STOP RUN.
006130*
006140 END PROGRAM SOCCU01.
