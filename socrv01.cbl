000070*              COPIES THE RESTORED BACKUP (LAST GOOD COPY OF
000080*              THE MASTER) INTO A NEW INDEXED FILE, THEN
000090*              REPLAYS THE COMMON UPDATE JOURNAL (COPY JRNREG,
000100*              WRITTEN BY EVERY SOCIOS UPDATER) FORWARD IN
000110*              THE ORDER WRITTEN: 'A' WRITES THE AFTER IMAGE,
000120*              'M' REWRITES IT, 'B' DELETES THE RECORD. A
000130*              REPLAY THAT DOES NOT FIT THE FILE (REWRITE OF
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   03/09/2026 RCA   INITIAL VERSION.
000260*   15/10/2026 RCA   BKP-RESTO WIDENED TO 104 - SOC-REG NOW
000270*                    CARRIES THE MEMBER STATUS.
000280*   15/10/2026 RCA   BKP-RESTO WIDENED TO 135 - SOC-REG NOW
000290*                    CARRIES THE DIRECT-DEBIT ENROLLMENT.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. SOCRV01.
000330 AUTHOR. R. CASTRO.
000340 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000350 DATE-WRITTEN. 03/09/2026.
000360 DATE-COMPILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SOCIOS-BKP    ASSIGN TO SOCIOBKP
000420         ORGANIZATION INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS BKP-COD
000450         ALTERNATE RECORD KEY IS BKP-NOM
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-FS-BKP.
000480     SELECT SOCIOS-NVO    ASSIGN TO SOCIONVO
000490         ORGANIZATION INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SOC-COD
000520         ALTERNATE RECORD KEY IS SOC-NOM
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-FS-NVO.
000550     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-JRN.
000580     SELECT RPT-RV        ASSIGN TO RPTRV
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-RPTRV.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SOCIOS-BKP.
000650 01  BKP-REG.
000660     03  BKP-COD                PIC 9(06).
000670     03  BKP-NOM                PIC X(20).
000680     03  BKP-RESTO              PIC X(135).
000690*
000700 FD  SOCIOS-NVO.
000710     COPY socreg.
000720*
000730 FD  SOC-JRN.
000740     COPY jrnreg.
000750*
000760 FD  RPT-RV.
000770 01  RPT-RV-REG                 PIC X(70).
000780*
000790 WORKING-STORAGE SECTION.
000800 01  WS-SWITCHES.
000810     05  WS-SW-FIN-BKP          PIC X(01) VALUE 'N'.
000820         88  WS-FIN-BKP                 VALUE 'S'.
000830     05  WS-SW-FIN-JRN          PIC X(01) VALUE 'N'.
000840         88  WS-FIN-JRN                 VALUE 'S'.
000850*
000860 01  WS-FS-BKP                  PIC X(02) VALUE '00'.
000870*
000880 01  WS-FS-NVO                  PIC X(02) VALUE '00'.
000890*
000900 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
000910*
000920 01  WS-FS-RPTRV                PIC X(02) VALUE '00'.
000930*
000940 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000950*
000960 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
000970*
000980 01  WS-CONTADORES.
000990     05  WS-CONT-COPIADOS       PIC 9(07) VALUE ZERO.
001000     05  WS-CONT-JRN-LEIDOS     PIC 9(07) VALUE ZERO.
001010     05  WS-CONT-ALTAS          PIC 9(07) VALUE ZERO.
001020     05  WS-CONT-CAMBIOS        PIC 9(07) VALUE ZERO.
001030     05  WS-CONT-BAJAS          PIC 9(07) VALUE ZERO.
001040     05  WS-CONT-EXCEPCIONES    PIC 9(07) VALUE ZERO.
001050*
001060 01  WS-LINEA-EXC.
001070     05  WS-LE-PROGRAMA         PIC X(08).
001080     05  FILLER                 PIC X(02) VALUE SPACES.
001090     05  WS-LE-FECHA            PIC 9(08).
001100     05  FILLER                 PIC X(01) VALUE SPACES.
001110     05  WS-LE-HORA             PIC 9(06).
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001130     05  WS-LE-ACCION           PIC X(01).
001140     05  FILLER                 PIC X(02) VALUE SPACES.
001150     05  WS-LE-COD              PIC 9(06).
001160     05  FILLER                 PIC X(02) VALUE SPACES.
001170     05  WS-LE-DESC             PIC X(24).
001180*
001190 01  WS-LINEA-RESUMEN.
001200     05  WS-LR-ETIQUETA         PIC X(30).
001210     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
001220*
001230 PROCEDURE DIVISION.
001240*****************************************************************
001250 0000-MAINLINE.
001260*****************************************************************
001270     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001280     PERFORM 2000-COPIAR-RESPALDO THRU 2000-EXIT.
001290     PERFORM 3000-REPRODUCIR-JOURNAL THRU 3000-EXIT.
001300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001310     STOP RUN.
001320*
001330*****************************************************************
001340 1000-INICIALIZAR.
001350*****************************************************************
001360     OPEN INPUT SOCIOS-BKP.
001370     IF WS-FS-BKP NOT = '00'
001380         MOVE 'SOCIOS-BKP' TO WS-NOMBRE-ARCHIVO
001390         MOVE WS-FS-BKP TO WS-FS-COMUN
001400         PERFORM 9900-ABEND-ARCHIVO
001410     END-IF.
001420     OPEN OUTPUT SOCIOS-NVO.
001430     IF WS-FS-NVO NOT = '00'
001440         MOVE 'SOCIOS-NVO' TO WS-NOMBRE-ARCHIVO
001450         MOVE WS-FS-NVO TO WS-FS-COMUN
001460         PERFORM 9900-ABEND-ARCHIVO
001470     END-IF.
001480     OPEN INPUT SOC-JRN.
001490     IF WS-FS-JRN NOT = '00'
001500         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
001510         MOVE WS-FS-JRN TO WS-FS-COMUN
001520         PERFORM 9900-ABEND-ARCHIVO
001530     END-IF.
001540     OPEN OUTPUT RPT-RV.
001550     IF WS-FS-RPTRV NOT = '00'
001560         MOVE 'RPT-RV' TO WS-NOMBRE-ARCHIVO
001570         MOVE WS-FS-RPTRV TO WS-FS-COMUN
001580         PERFORM 9900-ABEND-ARCHIVO
001590     END-IF.
001600     MOVE 'RECUPERACION DEL MAESTRO DE SOCIOS' TO RPT-RV-REG.
001610     WRITE RPT-RV-REG.
001620     MOVE SPACES TO RPT-RV-REG.
001630     WRITE RPT-RV-REG.
001640 1000-EXIT.
001650     EXIT.
001660*
001670*****************************************************************
001680* 2000-COPIAR-RESPALDO COPIES THE RESTORED BACKUP INTO THE NEW
001690* MASTER RECORD FOR RECORD. THE BACKUP IS A COPY OF THE
001700* MASTER, SO ITS LAYOUT DECLARES THE SAME KEYS (PRIMARY CODE,
001710* ALTERNATE NAME WITH DUPLICATES) OR THE OPEN WOULD FAIL WITH
001720* STATUS 39; THE REST OF THE RECORD COPIES AS KEYED, NEVER
001730* REINTERPRETED - THE JOURNAL REPLAY IS WHAT BRINGS THE
001740* CONTENT FORWARD. AFTER THE COPY THE NEW MASTER REOPENS I-O
001750* FOR THE RANDOM REPLAY.
001760*****************************************************************
001770 2000-COPIAR-RESPALDO.
001780     PERFORM 2010-COPIAR-UNO THRU 2010-EXIT
001790         UNTIL WS-FIN-BKP.
001800     CLOSE SOCIOS-BKP.
001810     CLOSE SOCIOS-NVO.
001820     OPEN I-O SOCIOS-NVO.
001830     IF WS-FS-NVO NOT = '00'
001840         MOVE 'SOCIOS-NVO' TO WS-NOMBRE-ARCHIVO
001850         MOVE WS-FS-NVO TO WS-FS-COMUN
001860         PERFORM 9900-ABEND-ARCHIVO
001870     END-IF.
001880 2000-EXIT.
001890     EXIT.
001900*
001910 2010-COPIAR-UNO.
001920     READ SOCIOS-BKP
001930         AT END
001940             MOVE 'S' TO WS-SW-FIN-BKP
001950             GO TO 2010-EXIT
001960     END-READ.
001970     MOVE BKP-REG TO SOC-REG.
001980     WRITE SOC-REG
001990         INVALID KEY
002000             MOVE 'SOCIOS-NVO' TO WS-NOMBRE-ARCHIVO
002010             MOVE WS-FS-NVO TO WS-FS-COMUN
002020             PERFORM 9900-ABEND-ARCHIVO
002030     END-WRITE.
002040     ADD 1 TO WS-CONT-COPIADOS.
002050 2010-EXIT.
002060     EXIT.
002070*
002080*****************************************************************
002090* 3000-REPRODUCIR-JOURNAL REPLAYS THE JOURNAL FORWARD, IN THE
002100* ORDER THE UPDATERS WROTE IT. OPERATIONS SUPPLIES THE JOURNAL
002110* COVERING EVERYTHING SINCE THE BACKUP WAS TAKEN - REPLAYING A
002120* LONGER JOURNAL WOULD APPLY UPDATES THE BACKUP ALREADY HOLDS
002130* AND SURFACE THEM HERE AS EXCEPTIONS.
002140*****************************************************************
002150 3000-REPRODUCIR-JOURNAL.
002160     PERFORM 3010-REPRODUCIR-UNO THRU 3010-EXIT
002170         UNTIL WS-FIN-JRN.
002180     CLOSE SOC-JRN.
002190 3000-EXIT.
002200     EXIT.
002210*
002220 3010-REPRODUCIR-UNO.
002230     READ SOC-JRN
002240         AT END
002250             MOVE 'S' TO WS-SW-FIN-JRN
002260             GO TO 3010-EXIT
002270     END-READ.
002280     ADD 1 TO WS-CONT-JRN-LEIDOS.
002290     EVALUATE TRUE
002300         WHEN JRN-ALTA
002310             PERFORM 3100-REPONER-ALTA THRU 3100-EXIT
002320         WHEN JRN-MODIF
002330             PERFORM 3200-REPONER-CAMBIO THRU 3200-EXIT
002340         WHEN JRN-BAJA
002350             PERFORM 3300-REPONER-BAJA THRU 3300-EXIT
002360         WHEN OTHER
002370             MOVE 'ACCION DESCONOCIDA' TO WS-LE-DESC
002380             PERFORM 3900-GRABAR-EXCEPCION THRU 3900-EXIT
002390     END-EVALUATE.
002400 3010-EXIT.
002410     EXIT.
002420*
002430 3100-REPONER-ALTA.
002440     MOVE JRN-DESPUES TO SOC-REG.
002450     WRITE SOC-REG
002460         INVALID KEY
002470             MOVE 'ALTA - YA EXISTE' TO WS-LE-DESC
002480             PERFORM 3900-GRABAR-EXCEPCION THRU 3900-EXIT
002490             GO TO 3100-EXIT
002500     END-WRITE.
002510     ADD 1 TO WS-CONT-ALTAS.
002520 3100-EXIT.
002530     EXIT.
002540*
002550 3200-REPONER-CAMBIO.
002560     MOVE JRN-COD TO SOC-COD.
002570     READ SOCIOS-NVO
002580         INVALID KEY
002590             MOVE 'CAMBIO - NO EXISTE' TO WS-LE-DESC
002600             PERFORM 3900-GRABAR-EXCEPCION THRU 3900-EXIT
002610             GO TO 3200-EXIT
002620     END-READ.
002630     MOVE JRN-DESPUES TO SOC-REG.
002640     REWRITE SOC-REG
002650         INVALID KEY
002660             MOVE 'CAMBIO - REWRITE' TO WS-LE-DESC
002670             PERFORM 3900-GRABAR-EXCEPCION THRU 3900-EXIT
002680             GO TO 3200-EXIT
002690     END-REWRITE.
002700     ADD 1 TO WS-CONT-CAMBIOS.
002710 3200-EXIT.
002720     EXIT.
002730*
002740 3300-REPONER-BAJA.
002750     MOVE JRN-COD TO SOC-COD.
002760     READ SOCIOS-NVO
002770         INVALID KEY
002780             MOVE 'BAJA - NO EXISTE' TO WS-LE-DESC
002790             PERFORM 3900-GRABAR-EXCEPCION THRU 3900-EXIT
002800             GO TO 3300-EXIT
002810     END-READ.
002820     DELETE SOCIOS-NVO
002830         INVALID KEY
002840             MOVE 'BAJA - DELETE' TO WS-LE-DESC
002850             PERFORM 3900-GRABAR-EXCEPCION THRU 3900-EXIT
002860             GO TO 3300-EXIT
002870     END-DELETE.
002880     ADD 1 TO WS-CONT-BAJAS.
002890 3300-EXIT.
002900     EXIT.
002910*
002920 3900-GRABAR-EXCEPCION.
002930     ADD 1 TO WS-CONT-EXCEPCIONES.
002940     MOVE JRN-PROGRAMA TO WS-LE-PROGRAMA.
002950     MOVE JRN-FECHA TO WS-LE-FECHA.
002960     MOVE JRN-HORA TO WS-LE-HORA.
002970     MOVE JRN-ACCION TO WS-LE-ACCION.
002980     MOVE JRN-COD TO WS-LE-COD.
002990     WRITE RPT-RV-REG FROM WS-LINEA-EXC.
003000 3900-EXIT.
003010     EXIT.
003020*
003030*****************************************************************
003040 9000-FINALIZAR.
003050*****************************************************************
003060     MOVE SPACES TO RPT-RV-REG.
003070     WRITE RPT-RV-REG.
003080     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-RV-REG.
003090     WRITE RPT-RV-REG.
003100     MOVE 'REGISTROS COPIADOS (BACKUP)' TO WS-LR-ETIQUETA.
003110     MOVE WS-CONT-COPIADOS TO WS-LR-CANT.
003120     WRITE RPT-RV-REG FROM WS-LINEA-RESUMEN.
003130     MOVE 'JOURNAL LEIDOS' TO WS-LR-ETIQUETA.
003140     MOVE WS-CONT-JRN-LEIDOS TO WS-LR-CANT.
003150     WRITE RPT-RV-REG FROM WS-LINEA-RESUMEN.
003160     MOVE 'ALTAS REPUESTAS' TO WS-LR-ETIQUETA.
003170     MOVE WS-CONT-ALTAS TO WS-LR-CANT.
003180     WRITE RPT-RV-REG FROM WS-LINEA-RESUMEN.
003190     MOVE 'CAMBIOS REPUESTOS' TO WS-LR-ETIQUETA.
003200     MOVE WS-CONT-CAMBIOS TO WS-LR-CANT.
003210     WRITE RPT-RV-REG FROM WS-LINEA-RESUMEN.
003220     MOVE 'BAJAS REPUESTAS' TO WS-LR-ETIQUETA.
003230     MOVE WS-CONT-BAJAS TO WS-LR-CANT.
003240     WRITE RPT-RV-REG FROM WS-LINEA-RESUMEN.
003250     MOVE 'EXCEPCIONES DE REPLAY' TO WS-LR-ETIQUETA.
003260     MOVE WS-CONT-EXCEPCIONES TO WS-LR-CANT.
003270     WRITE RPT-RV-REG FROM WS-LINEA-RESUMEN.
003280     IF WS-CONT-EXCEPCIONES = ZERO
003290         MOVE 'RECUPERACION OK' TO RPT-RV-REG
003300     ELSE
003310         MOVE 'RECUPERACION CON EXCEPCIONES - NO RENOMBRAR'
003320             TO RPT-RV-REG
003330         MOVE 16 TO RETURN-CODE
003340     END-IF.
003350     WRITE RPT-RV-REG.
003360     CLOSE SOCIOS-NVO.
003370     CLOSE RPT-RV.
003380 9000-EXIT.
003390     EXIT.
003400*
003410*****************************************************************
003420 9900-ABEND-ARCHIVO.
003430*****************************************************************
003440     DISPLAY 'SOCRV01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
003450     DISPLAY 'SOCRV01 - FILE STATUS = ' WS-FS-COMUN.
003460     MOVE 16 TO RETURN-CODE.
003470     STOP RUN.
003480*
003490 END PROGRAM SOCRV01.
