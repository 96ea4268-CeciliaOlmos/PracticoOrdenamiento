000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   03/09/2026 RCA   INITIAL VERSION.
000230*   15/10/2026 RCA   ARCHIVE AND CURRENT RECORDS WIDENED TO 61
000240*                    FOR THE MOVEMENT NUMBER AND REVERSAL
000250*                    REFERENCE ON HIS-REG.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SOCPC01.
000290 AUTHOR. R. CASTRO.
000300 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000310 DATE-WRITTEN. 03/09/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-HIST.
000400     SELECT MOV-ARCH      ASSIGN TO SOCIOMVA
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-ARCH.
000430     SELECT MOV-VIGE      ASSIGN TO SOCIOMVN
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-VIGE.
000460     SELECT CORTE-CTL     ASSIGN TO SOCIOPCC
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-CTL.
000490     SELECT RPT-PC        ASSIGN TO RPTPC
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-RPTPC.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  MOV-HIST.
000560     COPY movhist.
000570*
000580 FD  MOV-ARCH.
000590 01  ARC-REG                    PIC X(61).
000600*
000610 FD  MOV-VIGE.
000620 01  VIG-REG                    PIC X(61).
000630*
000640 FD  CORTE-CTL.
000650 01  PCC-REG.
000660     03  PCC-PERIODO            PIC 9(06).
000670*
000680 FD  RPT-PC.
000690 01  RPT-PC-REG                 PIC X(60).
000700*
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
000740         88  WS-FIN-HIST                VALUE 'S'.
000750*
000760 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
000770*
000780 01  WS-FS-ARCH                 PIC X(02) VALUE '00'.
000790*
000800 01  WS-FS-VIGE                 PIC X(02) VALUE '00'.
000810*
000820 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
000830*
000840 01  WS-FS-RPTPC                PIC X(02) VALUE '00'.
000850*
000860 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000870*
000880 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
000890*
000900 01  WS-CTL-PERIODO             PIC 9(06) VALUE ZERO.
000910*
000920 01  WS-PERIODO-HIS             PIC 9(06) VALUE ZERO.
000930*
000940 01  WS-CONTADORES.
000950     05  WS-CONT-LEIDOS         PIC 9(07) VALUE ZERO.
000960     05  WS-CONT-ARCHIVADOS     PIC 9(07) VALUE ZERO.
000970     05  WS-CONT-VIGENTES       PIC 9(07) VALUE ZERO.
000980*
000990 01  WS-CONT-CUADRE             PIC 9(07) VALUE ZERO.
001000*
001010 01  WS-TOTAL-ARCHIVADO         PIC S9(10)V99 VALUE ZERO.
001020*
001030 01  WS-TOTAL-VIGENTE           PIC S9(10)V99 VALUE ZERO.
001040*
001050 01  WS-ENC-PERIODO.
001060     05  FILLER                 PIC X(36)
001070         VALUE 'CORTE DE HISTORIA - PERIODO CERRADO '.
001080     05  WS-EP-PERIODO          PIC 9(06).
001090*
001100 01  WS-LINEA-RESUMEN.
001110     05  WS-LR-ETIQUETA         PIC X(30).
001120     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
001130*
001140 01  WS-LINEA-TOTAL.
001150     05  WS-LT-ETIQUETA         PIC X(30).
001160     05  WS-LT-IMPORTE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
001170*
001180 PROCEDURE DIVISION.
001190*****************************************************************
001200 0000-MAINLINE.
001210*****************************************************************
001220     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001230     PERFORM 2000-CORTAR-HIST THRU 2000-EXIT
001240         UNTIL WS-FIN-HIST.
001250     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001260     STOP RUN.
001270*
001280*****************************************************************
001290 1000-INICIALIZAR.
001300*****************************************************************
001310     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
001320     OPEN INPUT MOV-HIST.
001330     IF WS-FS-HIST NOT = '00'
001340         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
001350         MOVE WS-FS-HIST TO WS-FS-COMUN
001360         PERFORM 9900-ABEND-ARCHIVO
001370     END-IF.
001380     OPEN OUTPUT MOV-ARCH.
001390     IF WS-FS-ARCH NOT = '00'
001400         MOVE 'MOV-ARCH' TO WS-NOMBRE-ARCHIVO
001410         MOVE WS-FS-ARCH TO WS-FS-COMUN
001420         PERFORM 9900-ABEND-ARCHIVO
001430     END-IF.
001440     OPEN OUTPUT MOV-VIGE.
001450     IF WS-FS-VIGE NOT = '00'
001460         MOVE 'MOV-VIGE' TO WS-NOMBRE-ARCHIVO
001470         MOVE WS-FS-VIGE TO WS-FS-COMUN
001480         PERFORM 9900-ABEND-ARCHIVO
001490     END-IF.
001500     OPEN OUTPUT RPT-PC.
001510     IF WS-FS-RPTPC NOT = '00'
001520         MOVE 'RPT-PC' TO WS-NOMBRE-ARCHIVO
001530         MOVE WS-FS-RPTPC TO WS-FS-COMUN
001540         PERFORM 9900-ABEND-ARCHIVO
001550     END-IF.
001560     MOVE WS-CTL-PERIODO TO WS-EP-PERIODO.
001570     WRITE RPT-PC-REG FROM WS-ENC-PERIODO.
001580     MOVE SPACES TO RPT-PC-REG.
001590     WRITE RPT-PC-REG.
001600 1000-EXIT.
001610     EXIT.
001620*
001630*****************************************************************
001640* 1100-LEER-CONTROL READS THE CUTOVER CARD: THE CLOSED PERIOD
001650* (YYYYMM). A MASS SPLIT OF THE PERMANENT HISTORY NEVER RUNS
001660* ON A MISSING OR HALF-PUNCHED CARD - A DEFAULTED PERIOD
001670* COULD ARCHIVE THE OPEN MONTH OUT FROM UNDER THE NIGHTLY
001680* CHAIN.
001690*****************************************************************
001700 1100-LEER-CONTROL.
001710     OPEN INPUT CORTE-CTL.
001720     IF WS-FS-CTL NOT = '00'
001730         MOVE 'CORTE-CTL' TO WS-NOMBRE-ARCHIVO
001740         MOVE WS-FS-CTL TO WS-FS-COMUN
001750         PERFORM 9900-ABEND-ARCHIVO
001760     END-IF.
001770     READ CORTE-CTL
001780         AT END
001790             DISPLAY 'SOCPC01 - TARJETA DE CORTE AUSENTE'
001800             MOVE 16 TO RETURN-CODE
001810             STOP RUN
001820     END-READ.
001830     IF PCC-PERIODO NOT NUMERIC OR PCC-PERIODO = ZERO
001840         DISPLAY 'SOCPC01 - PERIODO DE CORTE INVALIDO'
001850         MOVE 16 TO RETURN-CODE
001860         STOP RUN
001870     END-IF.
001880     MOVE PCC-PERIODO TO WS-CTL-PERIODO.
001890     CLOSE CORTE-CTL.
001900 1100-EXIT.
001910     EXIT.
001920*
001930*****************************************************************
001940* 2000-CORTAR-HIST READS ONE HISTORY RECORD AND ROUTES IT BY
001950* THE PERIOD OF ITS PROCESSING DATE: IN OR BEFORE THE CLOSED
001960* PERIOD GOES TO THE ARCHIVE GENERATION, AFTER IT STAYS ON
001970* THE COMPACT CURRENT FILE. THE RECORD IS COPIED UNCHANGED -
001980* THE CUTOVER MOVES HISTORY, IT NEVER EDITS IT.
001990*****************************************************************
002000 2000-CORTAR-HIST.
002010     READ MOV-HIST
002020         AT END
002030             MOVE 'S' TO WS-SW-FIN-HIST
002040             GO TO 2000-EXIT
002050     END-READ.
002060     ADD 1 TO WS-CONT-LEIDOS.
002070     DIVIDE HIS-FEC-PROCESO BY 100 GIVING WS-PERIODO-HIS.
002080     IF WS-PERIODO-HIS NOT > WS-CTL-PERIODO
002090         ADD 1 TO WS-CONT-ARCHIVADOS
002100         ADD HIS-IMPORTE TO WS-TOTAL-ARCHIVADO
002110         WRITE ARC-REG FROM HIS-REG
002120         IF WS-FS-ARCH NOT = '00'
002130             MOVE 'MOV-ARCH' TO WS-NOMBRE-ARCHIVO
002140             MOVE WS-FS-ARCH TO WS-FS-COMUN
002150             PERFORM 9900-ABEND-ARCHIVO
002160         END-IF
002170     ELSE
002180         ADD 1 TO WS-CONT-VIGENTES
002190         ADD HIS-IMPORTE TO WS-TOTAL-VIGENTE
002200         WRITE VIG-REG FROM HIS-REG
002210         IF WS-FS-VIGE NOT = '00'
002220             MOVE 'MOV-VIGE' TO WS-NOMBRE-ARCHIVO
002230             MOVE WS-FS-VIGE TO WS-FS-COMUN
002240             PERFORM 9900-ABEND-ARCHIVO
002250         END-IF
002260     END-IF.
002270 2000-EXIT.
002280     EXIT.
002290*
002300*****************************************************************
002310* 9000-FINALIZAR PRINTS THE CONTROL FIGURES OPERATIONS CHECKS
002320* BEFORE RENAMING THE COMPACT FILE OVER THE PRODUCTION NAME:
002330* EVERY RECORD READ MUST HAVE LANDED ON EXACTLY ONE SIDE.
002340*****************************************************************
002350 9000-FINALIZAR.
002360     MOVE 'MOVIMIENTOS LEIDOS' TO WS-LR-ETIQUETA.
002370     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
002380     WRITE RPT-PC-REG FROM WS-LINEA-RESUMEN.
002390     MOVE 'MOVIMIENTOS ARCHIVADOS' TO WS-LR-ETIQUETA.
002400     MOVE WS-CONT-ARCHIVADOS TO WS-LR-CANT.
002410     WRITE RPT-PC-REG FROM WS-LINEA-RESUMEN.
002420     MOVE 'MOVIMIENTOS VIGENTES' TO WS-LR-ETIQUETA.
002430     MOVE WS-CONT-VIGENTES TO WS-LR-CANT.
002440     WRITE RPT-PC-REG FROM WS-LINEA-RESUMEN.
002450     MOVE 'IMPORTE ARCHIVADO' TO WS-LT-ETIQUETA.
002460     MOVE WS-TOTAL-ARCHIVADO TO WS-LT-IMPORTE.
002470     WRITE RPT-PC-REG FROM WS-LINEA-TOTAL.
002480     MOVE 'IMPORTE VIGENTE' TO WS-LT-ETIQUETA.
002490     MOVE WS-TOTAL-VIGENTE TO WS-LT-IMPORTE.
002500     WRITE RPT-PC-REG FROM WS-LINEA-TOTAL.
002510     COMPUTE WS-CONT-CUADRE =
002520         WS-CONT-ARCHIVADOS + WS-CONT-VIGENTES.
002530     IF WS-CONT-LEIDOS = WS-CONT-CUADRE
002540         MOVE 'CORTE OK' TO RPT-PC-REG
002550     ELSE
002560         MOVE 'CORTE CON DIFERENCIAS - NO RENOMBRAR'
002570             TO RPT-PC-REG
002580         MOVE 16 TO RETURN-CODE
002590     END-IF.
002600     WRITE RPT-PC-REG.
002610     CLOSE MOV-HIST.
002620     CLOSE MOV-ARCH.
002630     CLOSE MOV-VIGE.
002640     CLOSE RPT-PC.
002650 9000-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690 9900-ABEND-ARCHIVO.
002700*****************************************************************
002710     DISPLAY 'SOCPC01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
002720     DISPLAY 'SOCPC01 - FILE STATUS = ' WS-FS-COMUN.
002730     MOVE 16 TO RETURN-CODE.
002740     STOP RUN.
002750*
002760 END PROGRAM SOCPC01.
