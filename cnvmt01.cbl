000010*****************************************************************
000020* PROGRAM:     CNVMT01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     APPLIES ADD/CHANGE/DELETE TRANSACTIONS AGAINST
000070*              THE INDEXED CONVENIOS (MEMBER PAYMENT PLAN)
000080*              MASTER FILE, KEYED ON THE MEMBER CODE, AND LOGS
000090*              EVERY TRANSACTION APPLIED OR REJECTED. AN ALTA
000100*              RECORDS THE PLAN COLLECTIONS AGREED WITH THE
000110*              MEMBER - AGREED DEBT, NUMBER AND AMOUNT OF THE
000120*              CUOTAS AND THE FIRST DUE DATE - AND IS CHECKED
000130*              AGAINST THE SOCIOS MASTER; THE CUOTAS MUST COVER
000140*              THE DEBT EXACTLY, THE LAST ONE TAKING THE
000150*              ROUNDING REMAINDER. A PLAN CAN ONLY BE CHANGED
000160*              UNTIL THE INSTALLMENT RUN (SOCCU01) HAS TAKEN ITS
000170*              DEBT OVER; AFTER THAT A BAJA BREAKS IT BY HAND
000180*              AND THE NEXT INSTALLMENT RUN RETURNS THE DEBT
000190*              NOT YET CHARGED TO THE MEMBER'S SALDO. A BAJA OF
000200*              A FINISHED OR SETTLED BROKEN PLAN PURGES IT, SO
000210*              A NEW PLAN CAN BE AGREED.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   15/10/2026 RCA   INITIAL VERSION, MODELED ON CATMT01.
000260*   15/10/2026 RCA   A PLAN IS REJECTED FOR A MEMBER WITH NO DEBT
000270*                    ('RECHAZADA - SIN DEUDA') OR FOR MORE THAN
000280*                    THE MEMBER OWES ('RECHAZADA - EXCEDE
000290*                    SALDO') - THE TRANSFER WOULD LEAVE
000300*                    SOC-SALDO NEGATIVE.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CNVMT01.
000340 AUTHOR. R. CASTRO.
000350 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000360 DATE-WRITTEN. 15/10/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CONVENIOS     ASSIGN TO CONVENIO
000430         ORGANIZATION INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CNV-COD
000460         FILE STATUS IS WS-FS-CONV.
000470     SELECT SOCIOS        ASSIGN TO SOCIOS
000480         ORGANIZATION INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SOC-COD
000510         ALTERNATE RECORD KEY IS SOC-NOM
000520             WITH DUPLICATES
000530         FILE STATUS IS WS-FS-SOCIOS.
000540     SELECT CONV-TRN      ASSIGN TO CONVTRN
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-TRN.
000570     SELECT RPT-CVT       ASSIGN TO RPTCVT
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPTCVT.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CONVENIOS.
000640     COPY cnvreg.
000650*
000660 FD  SOCIOS.
000670     COPY socreg.
000680*
000690 FD  CONV-TRN.
000700     COPY cnvtrans.
000710*
000720 FD  RPT-CVT.
000730 01  RPT-CVT-REG                PIC X(90).
000740*
000750 WORKING-STORAGE SECTION.
000760 01  WS-SWITCHES.
000770     05  WS-SW-FIN-TRN          PIC X(01) VALUE 'N'.
000780         88  WS-FIN-TRN                 VALUE 'S'.
000790     05  WS-SW-TRN-VALIDA       PIC X(01) VALUE 'N'.
000800         88  WS-TRN-VALIDA              VALUE 'S'.
000810*
000820 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
000830*
000840 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000850*
000860 01  WS-FS-TRN                  PIC X(02) VALUE '00'.
000870*
000880 01  WS-FS-RPTCVT               PIC X(02) VALUE '00'.
000890*
000900 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000910*
000920 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
000930*
000940 01  WS-CONTADORES.
000950     05  WS-CONT-LEIDAS         PIC 9(05) VALUE ZERO.
000960     05  WS-CONT-ALTAS          PIC 9(05) VALUE ZERO.
000970     05  WS-CONT-CAMBIOS        PIC 9(05) VALUE ZERO.
000980     05  WS-CONT-ROTURAS        PIC 9(05) VALUE ZERO.
000990     05  WS-CONT-BAJAS          PIC 9(05) VALUE ZERO.
001000     05  WS-CONT-RECHAZADAS     PIC 9(05) VALUE ZERO.
001010*
001020 01  WS-RESULTADO               PIC X(24) VALUE SPACES.
001030*
001040 01  WS-MAX-ATRASO-DEF          PIC 9(02) VALUE 3.
001050*
001060 01  WS-FECHA-HOY.
001070     05  WS-FH-ANIO             PIC 9(04).
001080     05  WS-FH-MES              PIC 9(02).
001090     05  WS-FH-DIA              PIC 9(02).
001100*
001110 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001120*
001130 01  WS-VTO-AUX.
001140     05  WS-VA-ANIO             PIC 9(04).
001150     05  WS-VA-MES              PIC 9(02).
001160     05  WS-VA-DIA              PIC 9(02).
001170*
001180 01  WS-TOPE-INF                PIC 9(11)V99 VALUE ZERO.
001190*
001200 01  WS-TOPE-SUP                PIC 9(11)V99 VALUE ZERO.
001210*
001220 01  WS-LINEA-TRN.
001230     05  WS-LT-TIPO             PIC X(11).
001240     05  FILLER                 PIC X(02) VALUE SPACES.
001250     05  WS-LT-COD              PIC 9(06).
001260     05  FILLER                 PIC X(02) VALUE SPACES.
001270     05  WS-LT-RESULTADO        PIC X(24).
001280     05  FILLER                 PIC X(02) VALUE SPACES.
001290     05  WS-LT-DEUDA            PIC ZZ,ZZZ,ZZ9.99.
001300     05  FILLER                 PIC X(02) VALUE SPACES.
001310     05  WS-LT-CUOTAS           PIC ZZ9.
001320     05  FILLER                 PIC X(02) VALUE SPACES.
001330     05  WS-LT-IMPORTE          PIC ZZ,ZZZ,ZZ9.99.
001340     05  FILLER                 PIC X(02) VALUE SPACES.
001350     05  WS-LT-VTO              PIC 9(08).
001360*
001370 01  WS-LINEA-RESUMEN.
001380     05  WS-LR-ETIQUETA         PIC X(30).
001390     05  WS-LR-CANT             PIC ZZ,ZZ9.
001400*
001410 PROCEDURE DIVISION.
001420*****************************************************************
001430 0000-MAINLINE.
001440*****************************************************************
001450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001460     PERFORM 2000-PROCESAR-TRN THRU 2000-EXIT
001470         UNTIL WS-FIN-TRN.
001480     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001490     STOP RUN.
001500*
001510*****************************************************************
001520 1000-INICIALIZAR.
001530*****************************************************************
001540     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001550     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
001560     OPEN I-O CONVENIOS.
001570     IF WS-FS-CONV = '35'
001580         CLOSE CONVENIOS
001590         OPEN OUTPUT CONVENIOS
001600         IF WS-FS-CONV NOT = '00'
001610             MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
001620             MOVE WS-FS-CONV TO WS-FS-COMUN
001630             PERFORM 9900-ABEND-ARCHIVO
001640         END-IF
001650         CLOSE CONVENIOS
001660         OPEN I-O CONVENIOS
001670     END-IF.
001680     IF WS-FS-CONV NOT = '00'
001690         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
001700         MOVE WS-FS-CONV TO WS-FS-COMUN
001710         PERFORM 9900-ABEND-ARCHIVO
001720     END-IF.
001730     OPEN INPUT SOCIOS.
001740     IF WS-FS-SOCIOS NOT = '00'
001750         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001760         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
001770         PERFORM 9900-ABEND-ARCHIVO
001780     END-IF.
001790     OPEN INPUT CONV-TRN.
001800     IF WS-FS-TRN NOT = '00'
001810         MOVE 'CONV-TRN' TO WS-NOMBRE-ARCHIVO
001820         MOVE WS-FS-TRN TO WS-FS-COMUN
001830         PERFORM 9900-ABEND-ARCHIVO
001840     END-IF.
001850     OPEN OUTPUT RPT-CVT.
001860     IF WS-FS-RPTCVT NOT = '00'
001870         MOVE 'RPT-CVT' TO WS-NOMBRE-ARCHIVO
001880         MOVE WS-FS-RPTCVT TO WS-FS-COMUN
001890         PERFORM 9900-ABEND-ARCHIVO
001900     END-IF.
001910     MOVE 'REPORTE DE TRANSACCIONES - CONVENIOS DE PAGO'
001920         TO RPT-CVT-REG.
001930     WRITE RPT-CVT-REG.
001940     MOVE SPACES TO RPT-CVT-REG.
001950     WRITE RPT-CVT-REG.
001960 1000-EXIT.
001970     EXIT.
001980*
001990*****************************************************************
002000* 2000-PROCESAR-TRN READS ONE TRANSACTION AND APPLIES IT TO THE
002010* INDEXED CONVENIOS FILE ACCORDING TO CVT-TIPO (A = ALTA,
002020* C = CAMBIO, D = BAJA). EVERY TRANSACTION, APPLIED OR
002030* REJECTED, IS LOGGED.
002040*****************************************************************
002050 2000-PROCESAR-TRN.
002060     READ CONV-TRN
002070         AT END
002080             MOVE 'S' TO WS-SW-FIN-TRN
002090             GO TO 2000-EXIT
002100     END-READ.
002110     ADD 1 TO WS-CONT-LEIDAS.
002120     EVALUATE TRUE
002130         WHEN CVT-ALTA
002140             PERFORM 2010-GRABAR-ALTA THRU 2010-EXIT
002150         WHEN CVT-CAMBIO
002160             PERFORM 2020-GRABAR-CAMBIO THRU 2020-EXIT
002170         WHEN CVT-BAJA
002180             PERFORM 2030-GRABAR-BAJA THRU 2030-EXIT
002190         WHEN OTHER
002200             ADD 1 TO WS-CONT-RECHAZADAS
002210             MOVE 'TIPO DESCONOCIDO' TO WS-RESULTADO
002220     END-EVALUATE.
002230     PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT.
002240 2000-EXIT.
002250     EXIT.
002260*
002270 2010-GRABAR-ALTA.
002280     PERFORM 2100-VALIDAR-PLAN THRU 2100-EXIT.
002290     IF NOT WS-TRN-VALIDA
002300         ADD 1 TO WS-CONT-RECHAZADAS
002310         GO TO 2010-EXIT
002320     END-IF.
002330     MOVE CVT-COD TO CNV-COD.
002340     MOVE 'V' TO CNV-ESTADO.
002350     MOVE WS-HOY-NUM TO CNV-FEC-ALTA.
002360     PERFORM 2200-MOVER-PLAN THRU 2200-EXIT.
002370     MOVE 'N' TO CNV-TRASPASO.
002380     MOVE ZERO TO CNV-CUOTAS-EMIT.
002390     MOVE ZERO TO CNV-IMPORTE-EMIT.
002400     MOVE ZERO TO CNV-ULT-PERIODO.
002410     MOVE ZERO TO CNV-FEC-ROTURA.
002420     MOVE SPACE TO CNV-MOTIVO-ROTURA.
002430     MOVE 'N' TO CNV-DEVUELTO.
002440     WRITE CNV-REG
002450         INVALID KEY
002460             ADD 1 TO WS-CONT-RECHAZADAS
002470             MOVE 'RECHAZADA - YA EXISTE' TO WS-RESULTADO
002480             GO TO 2010-EXIT
002490     END-WRITE.
002500     ADD 1 TO WS-CONT-ALTAS.
002510     MOVE 'ALTA APLICADA' TO WS-RESULTADO.
002520 2010-EXIT.
002530     EXIT.
002540*
002550*****************************************************************
002560* 2020-GRABAR-CAMBIO - A PLAN IS ONLY RE-TERMED WHILE IT IS
002570* CURRENT AND THE INSTALLMENT RUN HAS NOT YET TAKEN ITS DEBT
002580* OVER; ONCE CUOTAS ARE BEING CHARGED THE TERMS ARE FIXED AND
002590* A RENEGOTIATION IS A BAJA PLUS A NEW ALTA.
002600*****************************************************************
002610 2020-GRABAR-CAMBIO.
002620     PERFORM 2100-VALIDAR-PLAN THRU 2100-EXIT.
002630     IF NOT WS-TRN-VALIDA
002640         ADD 1 TO WS-CONT-RECHAZADAS
002650         GO TO 2020-EXIT
002660     END-IF.
002670     MOVE CVT-COD TO CNV-COD.
002680     READ CONVENIOS
002690         INVALID KEY
002700             ADD 1 TO WS-CONT-RECHAZADAS
002710             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
002720             GO TO 2020-EXIT
002730     END-READ.
002740     IF NOT CNV-VIGENTE OR CNV-TRASPASADO
002750         ADD 1 TO WS-CONT-RECHAZADAS
002760         MOVE 'RECHAZADA - EN CURSO' TO WS-RESULTADO
002770         GO TO 2020-EXIT
002780     END-IF.
002790     PERFORM 2200-MOVER-PLAN THRU 2200-EXIT.
002800     REWRITE CNV-REG
002810         INVALID KEY
002820             ADD 1 TO WS-CONT-RECHAZADAS
002830             MOVE 'RECHAZADA - REWRITE' TO WS-RESULTADO
002840             GO TO 2020-EXIT
002850     END-REWRITE.
002860     ADD 1 TO WS-CONT-CAMBIOS.
002870     MOVE 'CAMBIO APLICADO' TO WS-RESULTADO.
002880 2020-EXIT.
002890     EXIT.
002900*
002910*****************************************************************
002920* 2030-GRABAR-BAJA - A CURRENT PLAN WHOSE DEBT HAS ALREADY BEEN
002930* TAKEN OVER IS BROKEN BY HAND (MOTIVO 'M') AND KEPT, SO THE
002940* NEXT INSTALLMENT RUN RETURNS THE DEBT NOT YET CHARGED TO THE
002950* MEMBER'S SALDO. A PLAN NOT YET STARTED, A FINISHED PLAN OR A
002960* BROKEN PLAN WHOSE DEBT WAS ALREADY RETURNED IS DELETED. A
002970* BROKEN PLAN STILL WAITING FOR ITS RETURN CANNOT BE DELETED.
002980*****************************************************************
002990 2030-GRABAR-BAJA.
003000     MOVE CVT-COD TO CNV-COD.
003010     READ CONVENIOS
003020         INVALID KEY
003030             ADD 1 TO WS-CONT-RECHAZADAS
003040             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
003050             GO TO 2030-EXIT
003060     END-READ.
003070     IF CNV-VIGENTE AND CNV-TRASPASADO
003080         MOVE 'R' TO CNV-ESTADO
003090         MOVE 'M' TO CNV-MOTIVO-ROTURA
003100         MOVE WS-HOY-NUM TO CNV-FEC-ROTURA
003110         MOVE 'N' TO CNV-DEVUELTO
003120         REWRITE CNV-REG
003130             INVALID KEY
003140                 ADD 1 TO WS-CONT-RECHAZADAS
003150                 MOVE 'RECHAZADA - REWRITE' TO WS-RESULTADO
003160                 GO TO 2030-EXIT
003170         END-REWRITE
003180         ADD 1 TO WS-CONT-ROTURAS
003190         MOVE 'CONVENIO ROTO' TO WS-RESULTADO
003200         GO TO 2030-EXIT
003210     END-IF.
003220     IF CNV-ROTO AND CNV-TRASPASADO AND NOT CNV-DEUDA-DEVUELTA
003230         ADD 1 TO WS-CONT-RECHAZADAS
003240         MOVE 'RECHAZADA - DEVOL. PEND.' TO WS-RESULTADO
003250         GO TO 2030-EXIT
003260     END-IF.
003270     DELETE CONVENIOS
003280         INVALID KEY
003290             ADD 1 TO WS-CONT-RECHAZADAS
003300             MOVE 'RECHAZADA - DELETE' TO WS-RESULTADO
003310             GO TO 2030-EXIT
003320     END-DELETE.
003330     ADD 1 TO WS-CONT-BAJAS.
003340     MOVE 'BAJA APLICADA' TO WS-RESULTADO.
003350 2030-EXIT.
003360     EXIT.
003370*
003380 2040-REGISTRAR-LOG.
003390     EVALUATE TRUE
003400         WHEN CVT-ALTA
003410             MOVE 'ALTA' TO WS-LT-TIPO
003420         WHEN CVT-CAMBIO
003430             MOVE 'CAMBIO' TO WS-LT-TIPO
003440         WHEN CVT-BAJA
003450             MOVE 'BAJA' TO WS-LT-TIPO
003460         WHEN OTHER
003470             MOVE 'DESCONOCIDO' TO WS-LT-TIPO
003480     END-EVALUATE.
003490     IF CVT-COD NUMERIC
003500         MOVE CVT-COD TO WS-LT-COD
003510     ELSE
003520         MOVE ZERO TO WS-LT-COD
003530     END-IF.
003540     MOVE ZERO TO WS-LT-DEUDA.
003550     MOVE ZERO TO WS-LT-CUOTAS.
003560     MOVE ZERO TO WS-LT-IMPORTE.
003570     MOVE ZERO TO WS-LT-VTO.
003580     IF CVT-DEUDA NUMERIC
003590         MOVE CVT-DEUDA TO WS-LT-DEUDA
003600     END-IF.
003610     IF CVT-CUOTAS NUMERIC
003620         MOVE CVT-CUOTAS TO WS-LT-CUOTAS
003630     END-IF.
003640     IF CVT-IMPORTE-CUOTA NUMERIC
003650         MOVE CVT-IMPORTE-CUOTA TO WS-LT-IMPORTE
003660     END-IF.
003670     IF CVT-PRIMER-VTO NUMERIC
003680         MOVE CVT-PRIMER-VTO TO WS-LT-VTO
003690     END-IF.
003700     MOVE WS-RESULTADO TO WS-LT-RESULTADO.
003710     WRITE RPT-CVT-REG FROM WS-LINEA-TRN.
003720 2040-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760* 2100-VALIDAR-PLAN CHECKS THE TERMS OF AN ALTA OR CAMBIO: THE
003770* MEMBER MUST BE ON THE SOCIOS MASTER AND OWE SOMETHING; DEBT,
003780* CUOTAS AND CUOTA AMOUNT NUMERIC AND POSITIVE, THE DEBT NO MORE
003790* THAN SOC-SALDO (SOCCU01 TAKES IT OFF THE SALDO); THE FIRST DUE
003800* DATE A REAL DATE WITH A DAY NO LATER THAN THE 28TH (SO EVERY
003810* LATER MONTH HAS THE SAME DUE DAY); AND THE CUOTAS MUST COVER
003820* THE DEBT EXACTLY - (CUOTAS - 1) X CUOTA BELOW THE DEBT AND
003830* CUOTAS X CUOTA NOT BELOW IT, SO THE LAST CUOTA IS A REMAINDER
003840* NO LARGER THAN THE OTHERS AND NEVER ZERO.
003850*****************************************************************
003860 2100-VALIDAR-PLAN.
003870     MOVE 'N' TO WS-SW-TRN-VALIDA.
003880     IF CVT-COD NOT NUMERIC
003890         MOVE 'RECHAZADA - SOCIO' TO WS-RESULTADO
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE CVT-COD TO SOC-COD.
003930     READ SOCIOS
003940         INVALID KEY
003950             MOVE 'RECHAZADA - SIN SOCIO' TO WS-RESULTADO
003960             GO TO 2100-EXIT
003970     END-READ.
003980     IF SOC-SALDO NOT > ZERO
003990         MOVE 'RECHAZADA - SIN DEUDA' TO WS-RESULTADO
004000         GO TO 2100-EXIT
004010     END-IF.
004020     IF CVT-DEUDA NOT NUMERIC OR CVT-DEUDA = ZERO
004030         OR CVT-CUOTAS NOT NUMERIC OR CVT-CUOTAS = ZERO
004040         OR CVT-IMPORTE-CUOTA NOT NUMERIC
004050         OR CVT-IMPORTE-CUOTA = ZERO
004060         MOVE 'RECHAZADA - IMPORTES' TO WS-RESULTADO
004070         GO TO 2100-EXIT
004080     END-IF.
004090     IF CVT-DEUDA > SOC-SALDO
004100         MOVE 'RECHAZADA - EXCEDE SALDO' TO WS-RESULTADO
004110         GO TO 2100-EXIT
004120     END-IF.
004130     IF CVT-PRIMER-VTO NOT NUMERIC
004140         MOVE 'RECHAZADA - VENCIMIENTO' TO WS-RESULTADO
004150         GO TO 2100-EXIT
004160     END-IF.
004170     MOVE CVT-PRIMER-VTO TO WS-VTO-AUX.
004180     IF WS-VA-ANIO < 2000
004190         OR WS-VA-MES < 1 OR WS-VA-MES > 12
004200         OR WS-VA-DIA < 1 OR WS-VA-DIA > 28
004210         MOVE 'RECHAZADA - VENCIMIENTO' TO WS-RESULTADO
004220         GO TO 2100-EXIT
004230     END-IF.
004240     COMPUTE WS-TOPE-INF = (CVT-CUOTAS - 1) * CVT-IMPORTE-CUOTA.
004250     COMPUTE WS-TOPE-SUP = CVT-CUOTAS * CVT-IMPORTE-CUOTA.
004260     IF WS-TOPE-INF NOT < CVT-DEUDA
004270         OR WS-TOPE-SUP < CVT-DEUDA
004280         MOVE 'RECHAZADA - CUOTAS' TO WS-RESULTADO
004290         GO TO 2100-EXIT
004300     END-IF.
004310     MOVE 'S' TO WS-SW-TRN-VALIDA.
004320 2100-EXIT.
004330     EXIT.
004340*
004350 2200-MOVER-PLAN.
004360     MOVE CVT-DEUDA TO CNV-DEUDA.
004370     MOVE CVT-CUOTAS TO CNV-CUOTAS.
004380     MOVE CVT-IMPORTE-CUOTA TO CNV-IMPORTE-CUOTA.
004390     MOVE CVT-PRIMER-VTO TO CNV-PRIMER-VTO.
004400     IF CVT-MAX-ATRASO NUMERIC AND CVT-MAX-ATRASO NOT = ZERO
004410         MOVE CVT-MAX-ATRASO TO CNV-MAX-ATRASO
004420     ELSE
004430         MOVE WS-MAX-ATRASO-DEF TO CNV-MAX-ATRASO
004440     END-IF.
004450 2200-EXIT.
004460     EXIT.
004470*
004480*****************************************************************
004490 9000-FINALIZAR.
004500*****************************************************************
004510     MOVE SPACES TO RPT-CVT-REG.
004520     WRITE RPT-CVT-REG.
004530     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CVT-REG.
004540     WRITE RPT-CVT-REG.
004550     MOVE 'TRANSACCIONES LEIDAS' TO WS-LR-ETIQUETA.
004560     MOVE WS-CONT-LEIDAS TO WS-LR-CANT.
004570     WRITE RPT-CVT-REG FROM WS-LINEA-RESUMEN.
004580     MOVE 'ALTAS APLICADAS' TO WS-LR-ETIQUETA.
004590     MOVE WS-CONT-ALTAS TO WS-LR-CANT.
004600     WRITE RPT-CVT-REG FROM WS-LINEA-RESUMEN.
004610     MOVE 'CAMBIOS APLICADOS' TO WS-LR-ETIQUETA.
004620     MOVE WS-CONT-CAMBIOS TO WS-LR-CANT.
004630     WRITE RPT-CVT-REG FROM WS-LINEA-RESUMEN.
004640     MOVE 'CONVENIOS ROTOS' TO WS-LR-ETIQUETA.
004650     MOVE WS-CONT-ROTURAS TO WS-LR-CANT.
004660     WRITE RPT-CVT-REG FROM WS-LINEA-RESUMEN.
004670     MOVE 'BAJAS APLICADAS' TO WS-LR-ETIQUETA.
004680     MOVE WS-CONT-BAJAS TO WS-LR-CANT.
004690     WRITE RPT-CVT-REG FROM WS-LINEA-RESUMEN.
004700     MOVE 'TRANSACCIONES RECHAZADAS' TO WS-LR-ETIQUETA.
004710     MOVE WS-CONT-RECHAZADAS TO WS-LR-CANT.
004720     WRITE RPT-CVT-REG FROM WS-LINEA-RESUMEN.
004730     CLOSE CONVENIOS.
004740     CLOSE SOCIOS.
004750     CLOSE CONV-TRN.
004760     CLOSE RPT-CVT.
004770 9000-EXIT.
004780     EXIT.
004790*
004800*****************************************************************
004810 9900-ABEND-ARCHIVO.
004820*****************************************************************
004830     DISPLAY 'CNVMT01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004840     DISPLAY 'CNVMT01 - FILE STATUS = ' WS-FS-COMUN.
004850     MOVE 16 TO RETURN-CODE.
004860     STOP RUN.
004870*
004880 END PROGRAM CNVMT01.
