000090*              TRANSACTION APPLIED OR REJECTED. THE DUES
000100*              BILLING RUN (SOCFA01) LOADS ITS CATEGORY TABLE
000110*              FROM THIS FILE AT RUN START, SO A FEE CHANGE IS
000120*              LIVE AS SOON AS THIS RUN APPLIES IT. THE SAME
000130*              RECORD CARRIES THE LATE-PAYMENT SURCHARGE RATE AND
000140*              GRACE DAYS READ BY THE SURCHARGE RUN (SOCRG01).
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   03/09/2026 RCA   INITIAL VERSION, MODELED ON FILMT01.
000190*   15/10/2026 RCA   ALTA/CAMBIO CARRY CAT-RECARGO-TASA AND
000200*                    CAT-RECARGO-GRACIA, REJECTED WHEN NOT
000210*                    NUMERIC; BOTH SHOWN ON THE LOG LINE.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CATMT01.
000250 AUTHOR. R. CASTRO.
000260 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000270 DATE-WRITTEN. 03/09/2026.
000280 DATE-COMPILED.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CATEGORIAS    ASSIGN TO CATEGOS
000340         ORGANIZATION INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CAT-COD
000370         FILE STATUS IS WS-FS-CATEG.
000380     SELECT CATEG-TRN     ASSIGN TO CATEGTRN
000390         ORGANIZATION LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-TRN.
000410     SELECT RPT-CTR       ASSIGN TO RPTCTR
000420         ORGANIZATION LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-RPTCTR.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CATEGORIAS.
000480     COPY catreg.
000490*
000500 FD  CATEG-TRN.
000510     COPY cattrans.
000520*
000530 FD  RPT-CTR.
000540 01  RPT-CTR-REG                PIC X(80).
000550*
000560 WORKING-STORAGE SECTION.
000570 01  WS-SWITCHES.
000580     05  WS-SW-FIN-TRN          PIC X(01) VALUE 'N'.
000590         88  WS-FIN-TRN                 VALUE 'S'.
000600*
000610 01  WS-FS-CATEG                PIC X(02) VALUE '00'.
000620*
000630 01  WS-FS-TRN                  PIC X(02) VALUE '00'.
000640*
000650 01  WS-FS-RPTCTR               PIC X(02) VALUE '00'.
000660*
000670 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000680*
000690 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
000700*
000710 01  WS-CONTADORES.
000720     05  WS-CONT-LEIDAS         PIC 9(05) VALUE ZERO.
000730     05  WS-CONT-ALTAS          PIC 9(05) VALUE ZERO.
000740     05  WS-CONT-CAMBIOS        PIC 9(05) VALUE ZERO.
000750     05  WS-CONT-BAJAS          PIC 9(05) VALUE ZERO.
000760     05  WS-CONT-RECHAZADAS     PIC 9(05) VALUE ZERO.
000770*
000780 01  WS-RESULTADO               PIC X(22) VALUE SPACES.
000790*
000800 01  WS-LINEA-TRN.
000810     05  WS-LT-TIPO             PIC X(11).
000820     05  FILLER                 PIC X(02) VALUE SPACES.
000830     05  WS-LT-COD              PIC X(01).
000840     05  FILLER                 PIC X(02) VALUE SPACES.
000850     05  WS-LT-RESULTADO        PIC X(22).
000860     05  FILLER                 PIC X(02) VALUE SPACES.
000870     05  WS-LT-DESC             PIC X(15).
000880     05  FILLER                 PIC X(02) VALUE SPACES.
000890     05  WS-LT-CUOTA            PIC ZZZ,ZZ9.99.
000900     05  FILLER                 PIC X(02) VALUE SPACES.
000910     05  WS-LT-TASA             PIC Z9.99.
000920     05  FILLER                 PIC X(02) VALUE SPACES.
000930     05  WS-LT-GRACIA           PIC ZZ9.
000940*
000950 01  WS-LINEA-RESUMEN.
000960     05  WS-LR-ETIQUETA         PIC X(30).
000970     05  WS-LR-CANT             PIC ZZ,ZZ9.
000980*
000990 PROCEDURE DIVISION.
001000*****************************************************************
001010 0000-MAINLINE.
001020*****************************************************************
001030     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001040     PERFORM 2000-PROCESAR-TRN THRU 2000-EXIT
001050         UNTIL WS-FIN-TRN.
001060     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001070     STOP RUN.
001080*
001090*****************************************************************
001100 1000-INICIALIZAR.
001110*****************************************************************
001120     OPEN I-O CATEGORIAS.
001130     IF WS-FS-CATEG = '35'
001140         CLOSE CATEGORIAS
001150         OPEN OUTPUT CATEGORIAS
001160         IF WS-FS-CATEG NOT = '00'
001170             MOVE 'CATEGORIAS.DAT' TO WS-NOMBRE-ARCHIVO
001180             MOVE WS-FS-CATEG TO WS-FS-COMUN
001190             PERFORM 9900-ABEND-ARCHIVO
001200         END-IF
001210         CLOSE CATEGORIAS
001220         OPEN I-O CATEGORIAS
001230     END-IF.
001240     IF WS-FS-CATEG NOT = '00'
001250         MOVE 'CATEGORIAS.DAT' TO WS-NOMBRE-ARCHIVO
001260         MOVE WS-FS-CATEG TO WS-FS-COMUN
001270         PERFORM 9900-ABEND-ARCHIVO
001280     END-IF.
001290     OPEN INPUT CATEG-TRN.
001300     IF WS-FS-TRN NOT = '00'
001310         MOVE 'CATEG-TRN.DAT' TO WS-NOMBRE-ARCHIVO
001320         MOVE WS-FS-TRN TO WS-FS-COMUN
001330         PERFORM 9900-ABEND-ARCHIVO
001340     END-IF.
001350     OPEN OUTPUT RPT-CTR.
001360     IF WS-FS-RPTCTR NOT = '00'
001370         MOVE 'CATEG-TRN.LST' TO WS-NOMBRE-ARCHIVO
001380         MOVE WS-FS-RPTCTR TO WS-FS-COMUN
001390         PERFORM 9900-ABEND-ARCHIVO
001400     END-IF.
001410     MOVE 'REPORTE DE TRANSACCIONES - CATEGORIAS.DAT'
001420         TO RPT-CTR-REG.
001430     WRITE RPT-CTR-REG.
001440     MOVE SPACES TO RPT-CTR-REG.
001450     WRITE RPT-CTR-REG.
001460 1000-EXIT.
001470     EXIT.
001480*
001490*****************************************************************
001500* 2000-PROCESAR-TRN READS ONE TRANSACTION AND APPLIES IT TO THE
001510* INDEXED CATEGORIAS FILE ACCORDING TO CTR-TIPO (A = ALTA,
001520* C = CAMBIO, D = BAJA). EVERY TRANSACTION, APPLIED OR
001530* REJECTED, IS LOGGED.
001540*****************************************************************
001550 2000-PROCESAR-TRN.
001560     READ CATEG-TRN
001570         AT END
001580             MOVE 'S' TO WS-SW-FIN-TRN
001590             GO TO 2000-EXIT
001600     END-READ.
001610     ADD 1 TO WS-CONT-LEIDAS.
001620     EVALUATE TRUE
001630         WHEN CTR-ALTA
001640             PERFORM 2010-GRABAR-ALTA THRU 2010-EXIT
001650         WHEN CTR-CAMBIO
001660             PERFORM 2020-GRABAR-CAMBIO THRU 2020-EXIT
001670         WHEN CTR-BAJA
001680             PERFORM 2030-GRABAR-BAJA THRU 2030-EXIT
001690         WHEN OTHER
001700             ADD 1 TO WS-CONT-RECHAZADAS
001710             MOVE 'TIPO DESCONOCIDO' TO WS-RESULTADO
001720     END-EVALUATE.
001730     PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT.
001740 2000-EXIT.
001750     EXIT.
001760*
001770 2010-GRABAR-ALTA.
001780     IF CTR-CUOTA NOT NUMERIC
001790         ADD 1 TO WS-CONT-RECHAZADAS
001800         MOVE 'RECHAZADA - CUOTA' TO WS-RESULTADO
001810         GO TO 2010-EXIT
001820     END-IF.
001830     IF CTR-RECARGO-TASA NOT NUMERIC
001840        OR CTR-RECARGO-GRACIA NOT NUMERIC
001850         ADD 1 TO WS-CONT-RECHAZADAS
001860         MOVE 'RECHAZADA - RECARGO' TO WS-RESULTADO
001870         GO TO 2010-EXIT
001880     END-IF.
001890     MOVE CTR-COD TO CAT-COD.
001900     MOVE CTR-DESC TO CAT-DESC.
001910     MOVE CTR-CUOTA TO CAT-CUOTA.
001920     MOVE CTR-EXENTA TO CAT-EXENTA.
001930     MOVE CTR-RECARGO-TASA TO CAT-RECARGO-TASA.
001940     MOVE CTR-RECARGO-GRACIA TO CAT-RECARGO-GRACIA.
001950     WRITE CAT-REG
001960         INVALID KEY
001970             ADD 1 TO WS-CONT-RECHAZADAS
001980             MOVE 'RECHAZADA - YA EXISTE' TO WS-RESULTADO
001990             GO TO 2010-EXIT
002000     END-WRITE.
002010     ADD 1 TO WS-CONT-ALTAS.
002020     MOVE 'ALTA APLICADA' TO WS-RESULTADO.
002030 2010-EXIT.
002040     EXIT.
002050*
002060 2020-GRABAR-CAMBIO.
002070     IF CTR-CUOTA NOT NUMERIC
002080         ADD 1 TO WS-CONT-RECHAZADAS
002090         MOVE 'RECHAZADA - CUOTA' TO WS-RESULTADO
002100         GO TO 2020-EXIT
002110     END-IF.
002120     IF CTR-RECARGO-TASA NOT NUMERIC
002130        OR CTR-RECARGO-GRACIA NOT NUMERIC
002140         ADD 1 TO WS-CONT-RECHAZADAS
002150         MOVE 'RECHAZADA - RECARGO' TO WS-RESULTADO
002160         GO TO 2020-EXIT
002170     END-IF.
002180     MOVE CTR-COD TO CAT-COD.
002190     READ CATEGORIAS
002200         INVALID KEY
002210             ADD 1 TO WS-CONT-RECHAZADAS
002220             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
002230             GO TO 2020-EXIT
002240     END-READ.
002250     MOVE CTR-DESC TO CAT-DESC.
002260     MOVE CTR-CUOTA TO CAT-CUOTA.
002270     MOVE CTR-EXENTA TO CAT-EXENTA.
002280     MOVE CTR-RECARGO-TASA TO CAT-RECARGO-TASA.
002290     MOVE CTR-RECARGO-GRACIA TO CAT-RECARGO-GRACIA.
002300     REWRITE CAT-REG
002310         INVALID KEY
002320             ADD 1 TO WS-CONT-RECHAZADAS
002330             MOVE 'RECHAZADA - REWRITE' TO WS-RESULTADO
002340             GO TO 2020-EXIT
002350     END-REWRITE.
002360     ADD 1 TO WS-CONT-CAMBIOS.
002370     MOVE 'CAMBIO APLICADO' TO WS-RESULTADO.
002380 2020-EXIT.
002390     EXIT.
002400*
002410 2030-GRABAR-BAJA.
002420     MOVE CTR-COD TO CAT-COD.
002430     READ CATEGORIAS
002440         INVALID KEY
002450             ADD 1 TO WS-CONT-RECHAZADAS
002460             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
002470             GO TO 2030-EXIT
002480     END-READ.
002490     DELETE CATEGORIAS
002500         INVALID KEY
002510             ADD 1 TO WS-CONT-RECHAZADAS
002520             MOVE 'RECHAZADA - DELETE' TO WS-RESULTADO
002530             GO TO 2030-EXIT
002540     END-DELETE.
002550     ADD 1 TO WS-CONT-BAJAS.
002560     MOVE 'BAJA APLICADA' TO WS-RESULTADO.
002570 2030-EXIT.
002580     EXIT.
002590*
002600 2040-REGISTRAR-LOG.
002610     EVALUATE TRUE
002620         WHEN CTR-ALTA
002630             MOVE 'ALTA' TO WS-LT-TIPO
002640         WHEN CTR-CAMBIO
002650             MOVE 'CAMBIO' TO WS-LT-TIPO
002660         WHEN CTR-BAJA
002670             MOVE 'BAJA' TO WS-LT-TIPO
002680         WHEN OTHER
002690             MOVE 'DESCONOCIDO' TO WS-LT-TIPO
002700     END-EVALUATE.
002710     MOVE CTR-COD TO WS-LT-COD.
002720     MOVE CTR-DESC TO WS-LT-DESC.
002730     IF CTR-CUOTA NUMERIC
002740         MOVE CTR-CUOTA TO WS-LT-CUOTA
002750     ELSE
002760         MOVE ZERO TO WS-LT-CUOTA
002770     END-IF.
002780     IF CTR-RECARGO-TASA NUMERIC
002790         MOVE CTR-RECARGO-TASA TO WS-LT-TASA
002800     ELSE
002810         MOVE ZERO TO WS-LT-TASA
002820     END-IF.
002830     IF CTR-RECARGO-GRACIA NUMERIC
002840         MOVE CTR-RECARGO-GRACIA TO WS-LT-GRACIA
002850     ELSE
002860         MOVE ZERO TO WS-LT-GRACIA
002870     END-IF.
002880     MOVE WS-RESULTADO TO WS-LT-RESULTADO.
002890     WRITE RPT-CTR-REG FROM WS-LINEA-TRN.
002900 2040-EXIT.
002910     EXIT.
002920*
002930*****************************************************************
002940 9000-FINALIZAR.
002950*****************************************************************
002960     MOVE SPACES TO RPT-CTR-REG.
002970     WRITE RPT-CTR-REG.
002980     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CTR-REG.
002990     WRITE RPT-CTR-REG.
003000     MOVE 'TRANSACCIONES LEIDAS' TO WS-LR-ETIQUETA.
003010     MOVE WS-CONT-LEIDAS TO WS-LR-CANT.
003020     WRITE RPT-CTR-REG FROM WS-LINEA-RESUMEN.
003030     MOVE 'ALTAS APLICADAS' TO WS-LR-ETIQUETA.
003040     MOVE WS-CONT-ALTAS TO WS-LR-CANT.
003050     WRITE RPT-CTR-REG FROM WS-LINEA-RESUMEN.
003060     MOVE 'CAMBIOS APLICADOS' TO WS-LR-ETIQUETA.
003070     MOVE WS-CONT-CAMBIOS TO WS-LR-CANT.
003080     WRITE RPT-CTR-REG FROM WS-LINEA-RESUMEN.
003090     MOVE 'BAJAS APLICADAS' TO WS-LR-ETIQUETA.
003100     MOVE WS-CONT-BAJAS TO WS-LR-CANT.
003110     WRITE RPT-CTR-REG FROM WS-LINEA-RESUMEN.
003120     MOVE 'TRANSACCIONES RECHAZADAS' TO WS-LR-ETIQUETA.
003130     MOVE WS-CONT-RECHAZADAS TO WS-LR-CANT.
003140     WRITE RPT-CTR-REG FROM WS-LINEA-RESUMEN.
003150     CLOSE CATEGORIAS.
003160     CLOSE CATEG-TRN.
003170     CLOSE RPT-CTR.
003180 9000-EXIT.
003190     EXIT.
003200*
003210*****************************************************************
003220 9900-ABEND-ARCHIVO.
003230*****************************************************************
003240     DISPLAY 'CATMT01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
003250     DISPLAY 'CATMT01 - FILE STATUS = ' WS-FS-COMUN.
003260     MOVE 16 TO RETURN-CODE.
003270     STOP RUN.
003280*
003290 END PROGRAM CATMT01.
