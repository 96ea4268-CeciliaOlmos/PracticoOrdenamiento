000010*****************************************************************
000020* PROGRAM:     CAJMT01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     APPLIES ADD/CHANGE/DELETE TRANSACTIONS AGAINST
000070*              THE INDEXED CAJEROS (TELLER) MASTER FILE, KEYED ON
000080*              CAJ-COD, AND LOGS EVERY TRANSACTION APPLIED OR
000090*              REJECTED. EACH TELLER CARRIES A FILIAL (WHICH MUST
000100*              BE ON THE FILIALES MASTER), AN ACTIVE FLAG, A
000110*              SINGLE-MOVEMENT LIMIT AND A SUPERVISOR FLAG.
000120*              SOCMV01 READS THIS FILE TO ACCEPT OR REFUSE EVERY
000130*              TELLER BATCH. THE SYSTEM PSEUDO-TELLER CODES (COPY
000140*              CAJSIS) ARE REFUSED - THEY ARE NOT REAL TELLERS.
000150*-----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   15/10/2026 RCA   INITIAL VERSION, MODELED ON FILMT01.
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CAJMT01.
000220 AUTHOR. R. CASTRO.
000230 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000240 DATE-WRITTEN. 15/10/2026.
000250 DATE-COMPILED.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CAJEROS       ASSIGN TO CAJEROS
000310         ORGANIZATION INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS CAJ-COD
000340         FILE STATUS IS WS-FS-CAJEROS.
000350     SELECT FILIALES      ASSIGN TO FILIALES
000360         ORGANIZATION INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS FLM-COD
000390         FILE STATUS IS WS-FS-FILIALES.
000400     SELECT CAJERO-TRN    ASSIGN TO CAJERTRN
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-TRN.
000430     SELECT RPT-CJT       ASSIGN TO RPTCJT
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-RPTCJT.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CAJEROS.
000500     COPY cajreg.
000510*
000520 FD  FILIALES.
000530     COPY filreg.
000540*
000550 FD  CAJERO-TRN.
000560     COPY cajtrans.
000570*
000580 FD  RPT-CJT.
000590 01  RPT-CJT-REG                PIC X(100).
000600*
000610 WORKING-STORAGE SECTION.
000620     COPY cajsis.
000630*
000640 01  WS-SWITCHES.
000650     05  WS-SW-FIN-TRN          PIC X(01) VALUE 'N'.
000660         88  WS-FIN-TRN                 VALUE 'S'.
000670     05  WS-SW-TRN-VALIDA       PIC X(01) VALUE 'N'.
000680         88  WS-TRN-VALIDA              VALUE 'S'.
000690*
000700 01  WS-FS-CAJEROS              PIC X(02) VALUE '00'.
000710*
000720 01  WS-FS-FILIALES             PIC X(02) VALUE '00'.
000730*
000740 01  WS-FS-TRN                  PIC X(02) VALUE '00'.
000750*
000760 01  WS-FS-RPTCJT               PIC X(02) VALUE '00'.
000770*
000780 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000790*
000800 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
000810*
000820 01  WS-CONTADORES.
000830     05  WS-CONT-LEIDAS         PIC 9(05) VALUE ZERO.
000840     05  WS-CONT-ALTAS          PIC 9(05) VALUE ZERO.
000850     05  WS-CONT-CAMBIOS        PIC 9(05) VALUE ZERO.
000860     05  WS-CONT-BAJAS          PIC 9(05) VALUE ZERO.
000870     05  WS-CONT-RECHAZADAS     PIC 9(05) VALUE ZERO.
000880*
000890 01  WS-RESULTADO               PIC X(22) VALUE SPACES.
000900*
000910 01  WS-LINEA-TRN.
000920     05  WS-LT-TIPO             PIC X(11).
000930     05  FILLER                 PIC X(02) VALUE SPACES.
000940     05  WS-LT-COD              PIC X(06).
000950     05  FILLER                 PIC X(02) VALUE SPACES.
000960     05  WS-LT-RESULTADO        PIC X(22).
000970     05  FILLER                 PIC X(02) VALUE SPACES.
000980     05  WS-LT-NOM              PIC X(20).
000990     05  FILLER                 PIC X(02) VALUE SPACES.
001000     05  WS-LT-FILIAL           PIC X(03).
001010     05  FILLER                 PIC X(02) VALUE SPACES.
001020     05  WS-LT-ACTIVO           PIC X(01).
001030     05  FILLER                 PIC X(02) VALUE SPACES.
001040     05  WS-LT-LIMITE           PIC ZZ,ZZZ,ZZ9.99.
001050     05  FILLER                 PIC X(02) VALUE SPACES.
001060     05  WS-LT-SUPERVISOR       PIC X(01).
001070*
001080 01  WS-LINEA-RESUMEN.
001090     05  WS-LR-ETIQUETA         PIC X(30).
001100     05  WS-LR-CANT             PIC ZZ,ZZ9.
001110*
001120 PROCEDURE DIVISION.
001130*****************************************************************
001140 0000-MAINLINE.
001150*****************************************************************
001160     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001170     PERFORM 2000-PROCESAR-TRN THRU 2000-EXIT
001180         UNTIL WS-FIN-TRN.
001190     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001200     STOP RUN.
001210*
001220*****************************************************************
001230 1000-INICIALIZAR.
001240*****************************************************************
001250     OPEN I-O CAJEROS.
001260     IF WS-FS-CAJEROS = '35'
001270         CLOSE CAJEROS
001280         OPEN OUTPUT CAJEROS
001290         IF WS-FS-CAJEROS NOT = '00'
001300             MOVE 'CAJEROS.DAT' TO WS-NOMBRE-ARCHIVO
001310             MOVE WS-FS-CAJEROS TO WS-FS-COMUN
001320             PERFORM 9900-ABEND-ARCHIVO
001330         END-IF
001340         CLOSE CAJEROS
001350         OPEN I-O CAJEROS
001360     END-IF.
001370     IF WS-FS-CAJEROS NOT = '00'
001380         MOVE 'CAJEROS.DAT' TO WS-NOMBRE-ARCHIVO
001390         MOVE WS-FS-CAJEROS TO WS-FS-COMUN
001400         PERFORM 9900-ABEND-ARCHIVO
001410     END-IF.
001420     OPEN INPUT FILIALES.
001430     IF WS-FS-FILIALES NOT = '00'
001440         MOVE 'FILIALES.DAT' TO WS-NOMBRE-ARCHIVO
001450         MOVE WS-FS-FILIALES TO WS-FS-COMUN
001460         PERFORM 9900-ABEND-ARCHIVO
001470     END-IF.
001480     OPEN INPUT CAJERO-TRN.
001490     IF WS-FS-TRN NOT = '00'
001500         MOVE 'CAJERO-TRN.DAT' TO WS-NOMBRE-ARCHIVO
001510         MOVE WS-FS-TRN TO WS-FS-COMUN
001520         PERFORM 9900-ABEND-ARCHIVO
001530     END-IF.
001540     OPEN OUTPUT RPT-CJT.
001550     IF WS-FS-RPTCJT NOT = '00'
001560         MOVE 'CAJERO-TRN.LST' TO WS-NOMBRE-ARCHIVO
001570         MOVE WS-FS-RPTCJT TO WS-FS-COMUN
001580         PERFORM 9900-ABEND-ARCHIVO
001590     END-IF.
001600     MOVE 'REPORTE DE TRANSACCIONES - CAJEROS.DAT'
001610         TO RPT-CJT-REG.
001620     WRITE RPT-CJT-REG.
001630     MOVE SPACES TO RPT-CJT-REG.
001640     WRITE RPT-CJT-REG.
001650 1000-EXIT.
001660     EXIT.
001670*
001680*****************************************************************
001690* 2000-PROCESAR-TRN READS ONE TRANSACTION AND APPLIES IT TO THE
001700* INDEXED CAJEROS FILE ACCORDING TO CJT-TIPO (A = ALTA,
001710* C = CAMBIO, D = BAJA). EVERY TRANSACTION, APPLIED OR
001720* REJECTED, IS LOGGED.
001730*****************************************************************
001740 2000-PROCESAR-TRN.
001750     READ CAJERO-TRN
001760         AT END
001770             MOVE 'S' TO WS-SW-FIN-TRN
001780             GO TO 2000-EXIT
001790     END-READ.
001800     ADD 1 TO WS-CONT-LEIDAS.
001810     EVALUATE TRUE
001820         WHEN CJT-ALTA
001830             PERFORM 2010-GRABAR-ALTA THRU 2010-EXIT
001840         WHEN CJT-CAMBIO
001850             PERFORM 2020-GRABAR-CAMBIO THRU 2020-EXIT
001860         WHEN CJT-BAJA
001870             PERFORM 2030-GRABAR-BAJA THRU 2030-EXIT
001880         WHEN OTHER
001890             ADD 1 TO WS-CONT-RECHAZADAS
001900             MOVE 'TIPO DESCONOCIDO' TO WS-RESULTADO
001910     END-EVALUATE.
001920     PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT.
001930 2000-EXIT.
001940     EXIT.
001950*
001960 2010-GRABAR-ALTA.
001970     PERFORM 2050-VALIDAR-TRN THRU 2050-EXIT.
001980     IF NOT WS-TRN-VALIDA
001990         ADD 1 TO WS-CONT-RECHAZADAS
002000         GO TO 2010-EXIT
002010     END-IF.
002020     MOVE CJT-COD TO CAJ-COD.
002030     MOVE CJT-NOM TO CAJ-NOM.
002040     MOVE CJT-FILIAL TO CAJ-FILIAL.
002050     MOVE CJT-ACTIVO TO CAJ-ACTIVO.
002060     MOVE CJT-LIMITE TO CAJ-LIMITE.
002070     MOVE CJT-SUPERVISOR TO CAJ-SUPERVISOR.
002080     WRITE CAJ-REG
002090         INVALID KEY
002100             ADD 1 TO WS-CONT-RECHAZADAS
002110             MOVE 'RECHAZADA - YA EXISTE' TO WS-RESULTADO
002120             GO TO 2010-EXIT
002130     END-WRITE.
002140     ADD 1 TO WS-CONT-ALTAS.
002150     MOVE 'ALTA APLICADA' TO WS-RESULTADO.
002160 2010-EXIT.
002170     EXIT.
002180*
002190 2020-GRABAR-CAMBIO.
002200     PERFORM 2050-VALIDAR-TRN THRU 2050-EXIT.
002210     IF NOT WS-TRN-VALIDA
002220         ADD 1 TO WS-CONT-RECHAZADAS
002230         GO TO 2020-EXIT
002240     END-IF.
002250     MOVE CJT-COD TO CAJ-COD.
002260     READ CAJEROS
002270         INVALID KEY
002280             ADD 1 TO WS-CONT-RECHAZADAS
002290             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
002300             GO TO 2020-EXIT
002310     END-READ.
002320     MOVE CJT-NOM TO CAJ-NOM.
002330     MOVE CJT-FILIAL TO CAJ-FILIAL.
002340     MOVE CJT-ACTIVO TO CAJ-ACTIVO.
002350     MOVE CJT-LIMITE TO CAJ-LIMITE.
002360     MOVE CJT-SUPERVISOR TO CAJ-SUPERVISOR.
002370     REWRITE CAJ-REG
002380         INVALID KEY
002390             ADD 1 TO WS-CONT-RECHAZADAS
002400             MOVE 'RECHAZADA - REWRITE' TO WS-RESULTADO
002410             GO TO 2020-EXIT
002420     END-REWRITE.
002430     ADD 1 TO WS-CONT-CAMBIOS.
002440     MOVE 'CAMBIO APLICADO' TO WS-RESULTADO.
002450 2020-EXIT.
002460     EXIT.
002470*
002480 2030-GRABAR-BAJA.
002490     MOVE CJT-COD TO CAJ-COD.
002500     READ CAJEROS
002510         INVALID KEY
002520             ADD 1 TO WS-CONT-RECHAZADAS
002530             MOVE 'RECHAZADA - NO EXISTE' TO WS-RESULTADO
002540             GO TO 2030-EXIT
002550     END-READ.
002560     DELETE CAJEROS
002570         INVALID KEY
002580             ADD 1 TO WS-CONT-RECHAZADAS
002590             MOVE 'RECHAZADA - DELETE' TO WS-RESULTADO
002600             GO TO 2030-EXIT
002610     END-DELETE.
002620     ADD 1 TO WS-CONT-BAJAS.
002630     MOVE 'BAJA APLICADA' TO WS-RESULTADO.
002640 2030-EXIT.
002650     EXIT.
002660*
002670 2040-REGISTRAR-LOG.
002680     EVALUATE TRUE
002690         WHEN CJT-ALTA
002700             MOVE 'ALTA' TO WS-LT-TIPO
002710         WHEN CJT-CAMBIO
002720             MOVE 'CAMBIO' TO WS-LT-TIPO
002730         WHEN CJT-BAJA
002740             MOVE 'BAJA' TO WS-LT-TIPO
002750         WHEN OTHER
002760             MOVE 'DESCONOCIDO' TO WS-LT-TIPO
002770     END-EVALUATE.
002780     MOVE CJT-COD TO WS-LT-COD.
002790     MOVE CJT-NOM TO WS-LT-NOM.
002800     MOVE CJT-FILIAL TO WS-LT-FILIAL.
002810     MOVE CJT-ACTIVO TO WS-LT-ACTIVO.
002820     IF CJT-LIMITE NUMERIC
002830         MOVE CJT-LIMITE TO WS-LT-LIMITE
002840     ELSE
002850         MOVE ZERO TO WS-LT-LIMITE
002860     END-IF.
002870     MOVE CJT-SUPERVISOR TO WS-LT-SUPERVISOR.
002880     MOVE WS-RESULTADO TO WS-LT-RESULTADO.
002890     WRITE RPT-CJT-REG FROM WS-LINEA-TRN.
002900 2040-EXIT.
002910     EXIT.
002920*
002930*****************************************************************
002940* 2050-VALIDAR-TRN CHECKS AN ALTA OR CAMBIO BEFORE IT TOUCHES THE
002950* FILE: A REAL TELLER CODE (NOT BLANK, NOT A SYSTEM PSEUDO-
002960* TELLER), A FILIAL ON THE FILIALES MASTER, AN ACTIVE FLAG AND A
002970* SUPERVISOR FLAG OF S OR N, AND A POSITIVE NUMERIC LIMIT - A
002980* ZERO LIMIT WOULD SEND EVERY MOVEMENT OF THE TELLER TO A
002990* SUPERVISOR.
003000*****************************************************************
003010 2050-VALIDAR-TRN.
003020     MOVE 'N' TO WS-SW-TRN-VALIDA.
003030     IF CJT-COD = SPACES
003040         MOVE 'RECHAZADA - CODIGO' TO WS-RESULTADO
003050         GO TO 2050-EXIT
003060     END-IF.
003070     SET CSI-IDX TO 1.
003080     SEARCH CSI-ENTRY
003090         AT END
003100             CONTINUE
003110         WHEN CSI-COD (CSI-IDX) = CJT-COD
003120             MOVE 'RECHAZADA - RESERVADO' TO WS-RESULTADO
003130             GO TO 2050-EXIT
003140     END-SEARCH.
003150     IF CJT-FILIAL NOT NUMERIC
003160         MOVE 'RECHAZADA - FILIAL' TO WS-RESULTADO
003170         GO TO 2050-EXIT
003180     END-IF.
003190     MOVE CJT-FILIAL TO FLM-COD.
003200     READ FILIALES
003210         INVALID KEY
003220             MOVE 'RECHAZADA - FILIAL' TO WS-RESULTADO
003230             GO TO 2050-EXIT
003240     END-READ.
003250     IF CJT-ACTIVO NOT = 'S' AND CJT-ACTIVO NOT = 'N'
003260         MOVE 'RECHAZADA - ACTIVO' TO WS-RESULTADO
003270         GO TO 2050-EXIT
003280     END-IF.
003290     IF CJT-LIMITE NOT NUMERIC OR CJT-LIMITE = ZERO
003300         MOVE 'RECHAZADA - LIMITE' TO WS-RESULTADO
003310         GO TO 2050-EXIT
003320     END-IF.
003330     IF CJT-SUPERVISOR NOT = 'S' AND CJT-SUPERVISOR NOT = 'N'
003340         MOVE 'RECHAZADA - SUPERVISOR' TO WS-RESULTADO
003350         GO TO 2050-EXIT
003360     END-IF.
003370     MOVE 'S' TO WS-SW-TRN-VALIDA.
003380 2050-EXIT.
003390     EXIT.
003400*
003410*****************************************************************
003420 9000-FINALIZAR.
003430*****************************************************************
003440     MOVE SPACES TO RPT-CJT-REG.
003450     WRITE RPT-CJT-REG.
003460     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CJT-REG.
003470     WRITE RPT-CJT-REG.
003480     MOVE 'TRANSACCIONES LEIDAS' TO WS-LR-ETIQUETA.
003490     MOVE WS-CONT-LEIDAS TO WS-LR-CANT.
003500     WRITE RPT-CJT-REG FROM WS-LINEA-RESUMEN.
003510     MOVE 'ALTAS APLICADAS' TO WS-LR-ETIQUETA.
003520     MOVE WS-CONT-ALTAS TO WS-LR-CANT.
003530     WRITE RPT-CJT-REG FROM WS-LINEA-RESUMEN.
003540     MOVE 'CAMBIOS APLICADOS' TO WS-LR-ETIQUETA.
003550     MOVE WS-CONT-CAMBIOS TO WS-LR-CANT.
003560     WRITE RPT-CJT-REG FROM WS-LINEA-RESUMEN.
003570     MOVE 'BAJAS APLICADAS' TO WS-LR-ETIQUETA.
003580     MOVE WS-CONT-BAJAS TO WS-LR-CANT.
003590     WRITE RPT-CJT-REG FROM WS-LINEA-RESUMEN.
003600     MOVE 'TRANSACCIONES RECHAZADAS' TO WS-LR-ETIQUETA.
003610     MOVE WS-CONT-RECHAZADAS TO WS-LR-CANT.
003620     WRITE RPT-CJT-REG FROM WS-LINEA-RESUMEN.
003630     CLOSE CAJEROS.
003640     CLOSE FILIALES.
003650     CLOSE CAJERO-TRN.
003660     CLOSE RPT-CJT.
003670 9000-EXIT.
003680     EXIT.
003690*
003700*****************************************************************
003710 9900-ABEND-ARCHIVO.
003720*****************************************************************
003730     DISPLAY 'CAJMT01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
003740     DISPLAY 'CAJMT01 - FILE STATUS = ' WS-FS-COMUN.
003750     MOVE 16 TO RETURN-CODE.
003760     STOP RUN.
003770*
003780 END PROGRAM CAJMT01.
