000250*                    POSTING GATHERS EACH BATCH IN A 500-ENTRY
000260*                    TABLE, SO ONE DECK-WIDE BATCH OVERFLOWED
000270*                    IT ON A HEAVY COLLECTION DAY.
000280*   15/10/2026 RCA   SUSPENSE LAYOUT MOVED TO COPY SUSREG AND
000290*                    THE DROP IS NOW EXTENDED, NOT REPLACED -
000300*                    ITEMS WAIT THERE UNTIL THE SOCSU01
000310*                    WORK-OFF LOADS THEM ONTO THE STANDING
000320*                    SUSPENSO MASTER.
000330*   15/10/2026 RCA   GENERATED CARDS CARRY A ZERO MOV-NRO-ANULA
000340*                    (DECK RECORD NOW 43 BYTES).
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SOCBK01.
000380 AUTHOR. R. CASTRO.
000390 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400 DATE-WRITTEN. 03/09/2026.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SOCIOS        ASSIGN TO SOCIOS
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS SOC-COD
000500         ALTERNATE RECORD KEY IS SOC-NOM
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-FS-SOCIOS.
000530     SELECT BANCO-ARC     ASSIGN TO BANCOARC
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-BNK.
000560     SELECT SOCIOS-MOV    ASSIGN TO SOCIOMOV
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-MOV.
000590     SELECT BANCO-SUS     ASSIGN TO SOCIOSUS
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-SUS.
000620     SELECT RPT-BK        ASSIGN TO RPTBK
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-RPTBK.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  SOCIOS.
000690     COPY socreg.
000700*
000710 FD  BANCO-ARC.
000720     COPY bnkreg.
000730*
000740 FD  SOCIOS-MOV.
000750     COPY movreg.
000760     COPY movlote.
000770*
000780 FD  BANCO-SUS.
000790     COPY susreg.
000800*
000810 FD  RPT-BK.
000820 01  RPT-BK-REG                 PIC X(75).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-SWITCHES.
000860     05  WS-SW-FIN-BNK          PIC X(01) VALUE 'N'.
000870         88  WS-FIN-BNK                 VALUE 'S'.
000880     05  WS-SW-PAGO-VALIDO      PIC X(01) VALUE 'S'.
000890         88  WS-PAGO-VALIDO             VALUE 'S'.
000900         88  WS-PAGO-INVALIDO           VALUE 'N'.
000910*
000920 01  WS-MOTIVO-RECHAZO          PIC X(02) VALUE SPACES.
000930*
000940 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000950*
000960 01  WS-FS-BNK                  PIC X(02) VALUE '00'.
000970*
000980 01  WS-FS-MOV                  PIC X(02) VALUE '00'.
000990*
001000 01  WS-FS-SUS                  PIC X(02) VALUE '00'.
001010*
001020 01  WS-FS-RPTBK                PIC X(02) VALUE '00'.
001030*
001040 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001050*
001060 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001070*
001080 01  WS-CAJERO-BANCO            PIC X(06) VALUE 'BANCO'.
001090*
001100 01  WS-FECHA-HOY.
001110     05  WS-FH-ANIO             PIC 9(04).
001120     05  WS-FH-MES              PIC 9(02).
001130     05  WS-FH-DIA              PIC 9(02).
001140*
001150 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001160*
001170 01  WS-CONTADORES.
001180     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001190     05  WS-CONT-ACEPTADOS      PIC 9(05) VALUE ZERO.
001200     05  WS-CONT-SUSPENSO       PIC 9(05) VALUE ZERO.
001210*
001220 01  WS-IMPORTE-VAL             PIC 9(08)V99 VALUE ZERO.
001230*
001240 01  WS-TOTAL-BANCO             PIC S9(10)V99 VALUE ZERO.
001250*
001260 01  WS-TOTAL-ACEPTADO          PIC S9(10)V99 VALUE ZERO.
001270*
001280 01  WS-TOTAL-SUSPENSO          PIC S9(10)V99 VALUE ZERO.
001290*
001300 01  WS-TOTAL-CUADRE            PIC S9(10)V99 VALUE ZERO.
001310*
001320 01  WS-LOTE-HASH               PIC S9(10)V99 VALUE ZERO.
001330*
001340*    WS-LOTE-MAX MUST NOT EXCEED THE 500-ENTRY BATCH TABLE THE
001350*    POSTING (SOCMV01) GATHERS EACH BATCH INTO.
001360 01  WS-LOTE-MAX                PIC 9(03) VALUE 500.
001370*
001380 01  WS-LOTE-CANT               PIC 9(05) VALUE ZERO.
001390*
001400 01  WS-CONT-LOTES              PIC 9(05) VALUE ZERO.
001410*
001420 01  WS-LINEA-RECHAZO.
001430     05  WS-LX-COD              PIC X(06).
001440     05  FILLER                 PIC X(02) VALUE SPACES.
001450     05  WS-LX-IMPORTE          PIC X(10).
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  WS-LX-FECHA            PIC X(08).
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  WS-LX-REFER            PIC X(10).
001500     05  FILLER                 PIC X(02) VALUE SPACES.
001510     05  WS-LX-DESC             PIC X(22).
001520*
001530 01  WS-LINEA-RESUMEN.
001540     05  WS-LR-ETIQUETA         PIC X(30).
001550     05  WS-LR-CANT             PIC ZZ,ZZ9.
001560*
001570 01  WS-LINEA-TOTAL.
001580     05  WS-LT-ETIQUETA         PIC X(30).
001590     05  WS-LT-IMPORTE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
001600*
001610 PROCEDURE DIVISION.
001620*****************************************************************
001630 0000-MAINLINE.
001640*****************************************************************
001650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001660     PERFORM 2000-TRADUCIR-PAGO THRU 2000-EXIT
001670         UNTIL WS-FIN-BNK.
001680     PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT.
001690     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001700     STOP RUN.
001710*
001720*****************************************************************
001730 1000-INICIALIZAR.
001740*****************************************************************
001750     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001760     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
001770     OPEN INPUT SOCIOS.
001780     IF WS-FS-SOCIOS NOT = '00'
001790         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001800         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
001810         PERFORM 9900-ABEND-ARCHIVO
001820     END-IF.
001830     OPEN INPUT BANCO-ARC.
001840     IF WS-FS-BNK NOT = '00'
001850         MOVE 'BANCO-ARC' TO WS-NOMBRE-ARCHIVO
001860         MOVE WS-FS-BNK TO WS-FS-COMUN
001870         PERFORM 9900-ABEND-ARCHIVO
001880     END-IF.
001890     OPEN OUTPUT SOCIOS-MOV.
001900     IF WS-FS-MOV NOT = '00'
001910         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
001920         MOVE WS-FS-MOV TO WS-FS-COMUN
001930         PERFORM 9900-ABEND-ARCHIVO
001940     END-IF.
001950     OPEN EXTEND BANCO-SUS.
001960     IF WS-FS-SUS = '35'
001970         OPEN OUTPUT BANCO-SUS
001980     END-IF.
001990     IF WS-FS-SUS NOT = '00'
002000         MOVE 'BANCO-SUS' TO WS-NOMBRE-ARCHIVO
002010         MOVE WS-FS-SUS TO WS-FS-COMUN
002020         PERFORM 9900-ABEND-ARCHIVO
002030     END-IF.
002040     OPEN OUTPUT RPT-BK.
002050     IF WS-FS-RPTBK NOT = '00'
002060         MOVE 'RPT-BK' TO WS-NOMBRE-ARCHIVO
002070         MOVE WS-FS-RPTBK TO WS-FS-COMUN
002080         PERFORM 9900-ABEND-ARCHIVO
002090     END-IF.
002100     MOVE 'COBRANZAS BANCARIAS - RECHAZOS A SUSPENSO'
002110         TO RPT-BK-REG.
002120     WRITE RPT-BK-REG.
002130     MOVE SPACES TO RPT-BK-REG.
002140     WRITE RPT-BK-REG.
002150     PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180*
002190*****************************************************************
002200* 1300-ABRIR-LOTE WRITES A '*LOTEC' BATCH HEADER. THE DECK IS
002210* CUT INTO BATCHES OF AT MOST WS-LOTE-MAX PAYMENTS, EACH TIED
002220* BY ITS OWN TRAILER (8000-CERRAR-LOTE), SO THE POSTING'S
002230* IN-CORE BATCH TABLE ALWAYS HOLDS THEM. FILIAL ZERO (THE
002240* PAYMENTS SPAN EVERY SUCURSAL; EACH CARD CARRIES THE
002250* MEMBER'S OWN FILIAL FROM THE MASTER), CAJERO BANCO.
002260*****************************************************************
002270 1300-ABRIR-LOTE.
002280     ADD 1 TO WS-CONT-LOTES.
002290     MOVE ZERO TO WS-LOTE-CANT.
002300     MOVE ZERO TO WS-LOTE-HASH.
002310     MOVE '*LOTEC' TO LOT-MARCA.
002320     MOVE ZERO TO LOT-FILIAL.
002330     MOVE WS-CAJERO-BANCO TO LOT-CAJERO.
002340     MOVE ZERO TO LOT-CANT.
002350     MOVE ZERO TO LOT-HASH.
002360     WRITE LOT-REG.
002370     IF WS-FS-MOV NOT = '00'
002380         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
002390         MOVE WS-FS-MOV TO WS-FS-COMUN
002400         PERFORM 9900-ABEND-ARCHIVO
002410     END-IF.
002420 1300-EXIT.
002430     EXIT.
002440*
002450*****************************************************************
002460* 2000-TRADUCIR-PAGO READS ONE BANK RECORD, VALIDATES IT AND
002470* EITHER WRITES THE 'P' MOVEMENT INTO THE DECK OR SENDS THE
002480* RECORD TO SUSPENSE WITH ITS MOTIVE. A RECORD WITH AN
002490* UNREADABLE AMOUNT CONTRIBUTES ZERO TO BOTH SIDES OF THE
002500* CONTROL EQUATION, SO THE TOTALS STILL PROVE OUT.
002510*****************************************************************
002520 2000-TRADUCIR-PAGO.
002530     READ BANCO-ARC
002540         AT END
002550             MOVE 'S' TO WS-SW-FIN-BNK
002560             GO TO 2000-EXIT
002570     END-READ.
002580     ADD 1 TO WS-CONT-LEIDOS.
002590     IF BNK-IMPORTE NUMERIC
002600         MOVE BNK-IMPORTE-NUM TO WS-IMPORTE-VAL
002610     ELSE
002620         MOVE ZERO TO WS-IMPORTE-VAL
002630     END-IF.
002640     ADD WS-IMPORTE-VAL TO WS-TOTAL-BANCO.
002650     PERFORM 2100-VALIDAR-PAGO THRU 2100-EXIT.
002660     IF WS-PAGO-INVALIDO
002670         PERFORM 2300-GRABAR-SUSPENSO THRU 2300-EXIT
002680         GO TO 2000-EXIT
002690     END-IF.
002700     PERFORM 2200-GENERAR-PAGO THRU 2200-EXIT.
002710 2000-EXIT.
002720     EXIT.
002730*
002740*****************************************************************
002750* 2100-VALIDAR-PAGO - MEMBER CODE NUMERIC AND ON THE MASTER,
002760* AMOUNT NUMERIC AND POSITIVE, DATE NUMERIC WITH A SANE YEAR,
002770* MONTH AND DAY AND NOT AFTER TODAY. THE FIRST FAILURE SETS
002780* THE MOTIVE AND STOPS THE CHECKS - ONE MOTIVE PER RECORD.
002790*****************************************************************
002800 2100-VALIDAR-PAGO.
002810     SET WS-PAGO-VALIDO TO TRUE.
002820     MOVE SPACES TO WS-MOTIVO-RECHAZO.
002830     IF BNK-COD NOT NUMERIC OR BNK-COD = ZERO
002840         SET WS-PAGO-INVALIDO TO TRUE
002850         MOVE 'CN' TO WS-MOTIVO-RECHAZO
002860         GO TO 2100-EXIT
002870     END-IF.
002880     IF BNK-IMPORTE NOT NUMERIC OR WS-IMPORTE-VAL = ZERO
002890         SET WS-PAGO-INVALIDO TO TRUE
002900         MOVE 'IM' TO WS-MOTIVO-RECHAZO
002910         GO TO 2100-EXIT
002920     END-IF.
002930     IF BNK-FECHA NOT NUMERIC
002940         SET WS-PAGO-INVALIDO TO TRUE
002950         MOVE 'FE' TO WS-MOTIVO-RECHAZO
002960         GO TO 2100-EXIT
002970     END-IF.
002980     IF BNK-FEC-ANIO < 1990 OR BNK-FEC-ANIO > 2099
002990         OR BNK-FEC-MES < 01 OR BNK-FEC-MES > 12
003000         OR BNK-FEC-DIA < 01 OR BNK-FEC-DIA > 31
003010         OR BNK-FECHA-NUM > WS-HOY-NUM
003020         SET WS-PAGO-INVALIDO TO TRUE
003030         MOVE 'FE' TO WS-MOTIVO-RECHAZO
003040         GO TO 2100-EXIT
003050     END-IF.
003060     MOVE BNK-COD-NUM TO SOC-COD.
003070     READ SOCIOS
003080         INVALID KEY
003090             SET WS-PAGO-INVALIDO TO TRUE
003100             MOVE 'NE' TO WS-MOTIVO-RECHAZO
003110             GO TO 2100-EXIT
003120     END-READ.
003130 2100-EXIT.
003140     EXIT.
003150*
003160 2200-GENERAR-PAGO.
003170     IF WS-LOTE-CANT >= WS-LOTE-MAX
003180         PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT
003190         PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT
003200     END-IF.
003210     MOVE BNK-COD-NUM TO MOV-COD.
003220     MOVE 'P' TO MOV-TIPO.
003230     MOVE WS-IMPORTE-VAL TO MOV-IMPORTE.
003240     MOVE BNK-FECHA-NUM TO MOV-FECHA.
003250     MOVE SOC-FILIAL TO MOV-FILIAL.
003260     MOVE WS-CAJERO-BANCO TO MOV-CAJERO.
003270     MOVE ZERO TO MOV-NRO-ANULA.
003280     WRITE MOV-REG.
003290     IF WS-FS-MOV NOT = '00'
003300         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
003310         MOVE WS-FS-MOV TO WS-FS-COMUN
003320         PERFORM 9900-ABEND-ARCHIVO
003330     END-IF.
003340     ADD 1 TO WS-CONT-ACEPTADOS.
003350     ADD WS-IMPORTE-VAL TO WS-TOTAL-ACEPTADO.
003360     ADD WS-IMPORTE-VAL TO WS-LOTE-HASH.
003370     ADD 1 TO WS-LOTE-CANT.
003380 2200-EXIT.
003390     EXIT.
003400*
003410 2300-GRABAR-SUSPENSO.
003420     ADD 1 TO WS-CONT-SUSPENSO.
003430     ADD WS-IMPORTE-VAL TO WS-TOTAL-SUSPENSO.
003440     MOVE BNK-COD TO SUS-COD.
003450     MOVE BNK-IMPORTE TO SUS-IMPORTE.
003460     MOVE BNK-FECHA TO SUS-FECHA.
003470     MOVE BNK-REFER TO SUS-REFER.
003480     MOVE WS-MOTIVO-RECHAZO TO SUS-MOTIVO.
003490     WRITE SUS-REG.
003500     IF WS-FS-SUS NOT = '00'
003510         MOVE 'BANCO-SUS' TO WS-NOMBRE-ARCHIVO
003520         MOVE WS-FS-SUS TO WS-FS-COMUN
003530         PERFORM 9900-ABEND-ARCHIVO
003540     END-IF.
003550     MOVE BNK-COD TO WS-LX-COD.
003560     MOVE BNK-IMPORTE TO WS-LX-IMPORTE.
003570     MOVE BNK-FECHA TO WS-LX-FECHA.
003580     MOVE BNK-REFER TO WS-LX-REFER.
003590     EVALUATE WS-MOTIVO-RECHAZO
003600         WHEN 'CN'
003610             MOVE 'CODIGO NO NUMERICO' TO WS-LX-DESC
003620         WHEN 'NE'
003630             MOVE 'SOCIO NO EXISTE' TO WS-LX-DESC
003640         WHEN 'IM'
003650             MOVE 'IMPORTE INVALIDO' TO WS-LX-DESC
003660         WHEN 'FE'
003670             MOVE 'FECHA INVALIDA' TO WS-LX-DESC
003680         WHEN OTHER
003690             MOVE 'MOTIVO DESCONOCIDO' TO WS-LX-DESC
003700     END-EVALUATE.
003710     WRITE RPT-BK-REG FROM WS-LINEA-RECHAZO.
003720 2300-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760* 8000-CERRAR-LOTE WRITES THE '*LOTEF' TRAILER WITH THE COUNT
003770* AND HASH TOTAL OF THE CURRENT BATCH'S PAYMENTS, SO SOCMV01
003780* PROVES EACH BATCH ARRIVED COMPLETE BEFORE POSTING IT.
003790*****************************************************************
003800 8000-CERRAR-LOTE.
003810     MOVE '*LOTEF' TO LOT-MARCA.
003820     MOVE ZERO TO LOT-FILIAL.
003830     MOVE WS-CAJERO-BANCO TO LOT-CAJERO.
003840     MOVE WS-LOTE-CANT TO LOT-CANT.
003850     MOVE WS-LOTE-HASH TO LOT-HASH.
003860     WRITE LOT-REG.
003870     IF WS-FS-MOV NOT = '00'
003880         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
003890         MOVE WS-FS-MOV TO WS-FS-COMUN
003900         PERFORM 9900-ABEND-ARCHIVO
003910     END-IF.
003920 8000-EXIT.
003930     EXIT.
003940*
003950*****************************************************************
003960* 9000-FINALIZAR PRINTS THE CONTROL TOTALS: THE BANK FILE'S
003970* AMOUNT MUST EQUAL THE POSTED DECK PLUS THE SUSPENSE FILE,
003980* OR THE RUN ENDS WITH A NONZERO RETURN CODE.
003990*****************************************************************
004000 9000-FINALIZAR.
004010     MOVE SPACES TO RPT-BK-REG.
004020     WRITE RPT-BK-REG.
004030     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-BK-REG.
004040     WRITE RPT-BK-REG.
004050     MOVE 'PAGOS LEIDOS' TO WS-LR-ETIQUETA.
004060     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
004070     WRITE RPT-BK-REG FROM WS-LINEA-RESUMEN.
004080     MOVE 'PAGOS ACEPTADOS' TO WS-LR-ETIQUETA.
004090     MOVE WS-CONT-ACEPTADOS TO WS-LR-CANT.
004100     WRITE RPT-BK-REG FROM WS-LINEA-RESUMEN.
004110     MOVE 'PAGOS A SUSPENSO' TO WS-LR-ETIQUETA.
004120     MOVE WS-CONT-SUSPENSO TO WS-LR-CANT.
004130     WRITE RPT-BK-REG FROM WS-LINEA-RESUMEN.
004140     MOVE 'LOTES GENERADOS' TO WS-LR-ETIQUETA.
004150     MOVE WS-CONT-LOTES TO WS-LR-CANT.
004160     WRITE RPT-BK-REG FROM WS-LINEA-RESUMEN.
004170     MOVE 'TOTAL ARCHIVO BANCO' TO WS-LT-ETIQUETA.
004180     MOVE WS-TOTAL-BANCO TO WS-LT-IMPORTE.
004190     WRITE RPT-BK-REG FROM WS-LINEA-TOTAL.
004200     MOVE 'TOTAL ACEPTADO' TO WS-LT-ETIQUETA.
004210     MOVE WS-TOTAL-ACEPTADO TO WS-LT-IMPORTE.
004220     WRITE RPT-BK-REG FROM WS-LINEA-TOTAL.
004230     MOVE 'TOTAL SUSPENSO' TO WS-LT-ETIQUETA.
004240     MOVE WS-TOTAL-SUSPENSO TO WS-LT-IMPORTE.
004250     WRITE RPT-BK-REG FROM WS-LINEA-TOTAL.
004260     COMPUTE WS-TOTAL-CUADRE =
004270         WS-TOTAL-ACEPTADO + WS-TOTAL-SUSPENSO.
004280     IF WS-TOTAL-BANCO = WS-TOTAL-CUADRE
004290         MOVE 'CONCILIACION OK' TO RPT-BK-REG
004300     ELSE
004310         MOVE 'CONCILIACION CON DIFERENCIAS - REVISAR'
004320             TO RPT-BK-REG
004330         MOVE 16 TO RETURN-CODE
004340     END-IF.
004350     WRITE RPT-BK-REG.
004360     CLOSE SOCIOS.
004370     CLOSE BANCO-ARC.
004380     CLOSE SOCIOS-MOV.
004390     CLOSE BANCO-SUS.
004400     CLOSE RPT-BK.
004410 9000-EXIT.
004420     EXIT.
004430*
004440*****************************************************************
004450 9900-ABEND-ARCHIVO.
004460*****************************************************************
004470     DISPLAY 'SOCBK01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004480     DISPLAY 'SOCBK01 - FILE STATUS = ' WS-FS-COMUN.
004490     MOVE 16 TO RETURN-CODE.
004500     STOP RUN.
004510*
004520 END PROGRAM SOCBK01.
