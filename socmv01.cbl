000430*                    WHO CHANGED A MEMBER AND WHEN.
000440*   03/09/2026 RCA   APPENDS THE RUN-CONTROL RECORD (COPY
000450*                    RUNCTL) FOR THE CIERRE DIARIO (SOCCD01).
000460*   15/10/2026 RCA   REVERSAL MOVEMENT ('R'). EVERY APPLIED
000470*                    MOVEMENT NOW GETS A UNIQUE NUMBER, STAMPED
000480*                    ON HIS-NUMERO AND KEPT ON THE SOCIOMVX
000490*                    MOVEMENT INDEX (COPY MVXREG). A REVERSAL
000500*                    NAMES THE NUMBER IT CANCELS AND IS REJECTED
000510*                    WHEN THAT MOVEMENT DOES NOT EXIST, BELONGS
000520*                    TO ANOTHER MEMBER, IS ITSELF A REVERSAL,
000530*                    WAS ALREADY REVERSED OR CARRIES ANOTHER
000540*                    IMPORTE. REVERSING A PAYMENT RESTORES
000550*                    SOC-FEC-ULT-PAGO FROM THE MEMBER'S LAST
000560*                    PAYMENT STILL STANDING.
000570*   15/10/2026 RCA   JOURNAL BEFORE-IMAGE WIDENED TO 130 - SOC-REG
000580*                    NOW CARRIES THE MEMBER STATUS.
000590*   15/10/2026 RCA   JOURNAL BEFORE-IMAGE WIDENED TO 161 - SOC-REG
000600*                    NOW CARRIES THE DIRECT-DEBIT ENROLLMENT.
000610*   15/10/2026 RCA   TELLER CONTROL. EVERY BATCH IS CHECKED
000620*                    AGAINST THE CAJEROS MASTER (COPY CAJREG) AND
000630*                    REJECTED WHOLE WHEN ITS TELLER IS UNKNOWN,
000640*                    INACTIVE OR OF ANOTHER FILIAL. A CARD FOR
000650*                    ANOTHER FILIAL OR TELLER THAN ITS BATCH IS
000660*                    REJECTED, AND ONE ABOVE THE TELLER'S LIMIT
000670*                    POSTS ONLY WITH A SUPERVISOR'S '*AUTOR' CARD
000680*                    (COPY MOVAUT). THE SYSTEM PSEUDO-TELLERS
000690*                    (COPY CAJSIS) ARE EXEMPT.
000700*   15/10/2026 RCA   THE PSEUDO-TELLERS ARE ACCEPTED ONLY ON A RUN
000710*                    THAT POSTS A GENERATED DECK - THE OPTIONAL
000720*                    SOCIOMVO ORIGIN CARD WITH 'G' IN COLUMN 1. ON
000730*                    A KEYED RUN (NO CARD) A BATCH UNDER ONE OF
000740*                    THEM IS REJECTED WHOLE ('CAJERO RESERVADO').
000750*****************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. SOCMV01.
000780 AUTHOR. R. CASTRO.
000790 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000800 DATE-WRITTEN. 21/08/2026.
000810 DATE-COMPILED.
000820*
000830 ENVIRONMENT DIVISION.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT SOCIOS        ASSIGN TO SOCIOS
000870         ORGANIZATION INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS SOC-COD
000900         ALTERNATE RECORD KEY IS SOC-NOM
000910             WITH DUPLICATES
000920         FILE STATUS IS WS-FS-SOCIOS.
000930     SELECT CAJEROS       ASSIGN TO CAJEROS
000940         ORGANIZATION INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS CAJ-COD
000970         FILE STATUS IS WS-FS-CAJ.
000980     SELECT SOCIOS-MOV    ASSIGN TO SOCIOMOV
000990         ORGANIZATION LINE SEQUENTIAL
001000         FILE STATUS IS WS-FS-MOV.
001010     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
001020         ORGANIZATION LINE SEQUENTIAL
001030         FILE STATUS IS WS-FS-HIST.
001040     SELECT MOV-IDX       ASSIGN TO SOCIOMVX
001050         ORGANIZATION INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS MVX-NUMERO
001080         ALTERNATE RECORD KEY IS MVX-COD
001090             WITH DUPLICATES
001100         FILE STATUS IS WS-FS-MVX.
001110     SELECT RPT-MOV       ASSIGN TO RPTMOV
001120         ORGANIZATION LINE SEQUENTIAL
001130         FILE STATUS IS WS-FS-RPTMOV.
001140     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
001150         ORGANIZATION LINE SEQUENTIAL
001160         FILE STATUS IS WS-FS-CTL.
001170     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
001180         ORGANIZATION LINE SEQUENTIAL
001190         FILE STATUS IS WS-FS-JRN.
001200     SELECT RUN-CTL       ASSIGN TO SOCIORUN
001210         ORGANIZATION LINE SEQUENTIAL
001220         FILE STATUS IS WS-FS-RUN.
001230     SELECT MOV-ORIGEN    ASSIGN TO SOCIOMVO
001240         ORGANIZATION LINE SEQUENTIAL
001250         FILE STATUS IS WS-FS-ORG.
001260*
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  SOCIOS.
001300     COPY socreg.
001310*
001320 FD  SOCIOS-MOV.
001330     COPY movreg.
001340     COPY movlote.
001350     COPY movaut.
001360*
001370 FD  MOV-HIST.
001380     COPY movhist.
001390*
001400 FD  MOV-IDX.
001410     COPY mvxreg.
001420*
001430 FD  RPT-MOV.
001440 01  RPT-MOV-REG                PIC X(75).
001450*
001460 FD  SOCIOS-CTL.
001470 01  CTL-REG.
001480     03  CTL-MODO               PIC X(01).
001490     03  CTL-REINICIO           PIC X(01).
001500     03  CTL-JOBID              PIC X(08).
001510*
001520 FD  SOC-JRN.
001530     COPY jrnreg.
001540*
001550 FD  RUN-CTL.
001560     COPY runctl.
001570*
001580 FD  CAJEROS.
001590     COPY cajreg.
001600*
001610 FD  MOV-ORIGEN.
001620 01  ORG-REG.
001630     03  ORG-ORIGEN             PIC X(01).
001640*
001650 WORKING-STORAGE SECTION.
001660     COPY cajsis.
001670*
001680 01  WS-SWITCHES.
001690     05  WS-SW-FIN-MOV          PIC X(01) VALUE 'N'.
001700         88  WS-FIN-MOV                 VALUE 'S'.
001710     05  WS-SW-EN-LOTE          PIC X(01) VALUE 'N'.
001720         88  WS-EN-LOTE                 VALUE 'S'.
001730     05  WS-SW-LOTE-EXCESO      PIC X(01) VALUE 'N'.
001740         88  WS-LOTE-EXCESO             VALUE 'S'.
001750     05  WS-SW-REV-VALIDO       PIC X(01) VALUE 'N'.
001760         88  WS-REV-VALIDO              VALUE 'S'.
001770     05  WS-SW-FIN-INDICE       PIC X(01) VALUE 'N'.
001780         88  WS-FIN-INDICE              VALUE 'S'.
001790     05  WS-SW-HAY-BASE         PIC X(01) VALUE 'N'.
001800         88  WS-HAY-BASE                VALUE 'S'.
001810     05  WS-SW-HAY-PAGO         PIC X(01) VALUE 'N'.
001820         88  WS-HAY-PAGO                VALUE 'S'.
001830     05  WS-SW-LOTE-SISTEMA     PIC X(01) VALUE 'N'.
001840         88  WS-LOTE-SISTEMA            VALUE 'S'.
001850     05  WS-SW-CAJA-VALIDA      PIC X(01) VALUE 'N'.
001860         88  WS-CAJA-VALIDA             VALUE 'S'.
001870     05  WS-SW-AUTORIZADO       PIC X(01) VALUE 'N'.
001880         88  WS-MOV-AUTORIZADO          VALUE 'S'.
001890*
001900 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001910*
001920 01  WS-FS-MOV                  PIC X(02) VALUE '00'.
001930*
001940 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
001950*
001960 01  WS-FS-MVX                  PIC X(02) VALUE '00'.
001970*
001980 01  WS-FS-CAJ                  PIC X(02) VALUE '00'.
001990*
002000 01  WS-FS-RPTMOV               PIC X(02) VALUE '00'.
002010*
002020 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
002030*
002040 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
002050*
002060 01  WS-CONTADORES.
002070     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
002080     05  WS-CONT-APLICADOS      PIC 9(05) VALUE ZERO.
002090     05  WS-CONT-RECHAZADOS     PIC 9(05) VALUE ZERO.
002100     05  WS-CONT-LOTES-LEIDOS   PIC 9(05) VALUE ZERO.
002110     05  WS-CONT-LOTES-APLIC    PIC 9(05) VALUE ZERO.
002120     05  WS-CONT-LOTES-RECH     PIC 9(05) VALUE ZERO.
002130     05  WS-CONT-REVERSOS       PIC 9(05) VALUE ZERO.
002140     05  WS-CONT-AUTORIZADOS    PIC 9(05) VALUE ZERO.
002150     05  WS-CONT-EXCEDIDOS      PIC 9(05) VALUE ZERO.
002160*
002170 01  WS-TOTAL-APLICADO          PIC S9(9)V99 VALUE ZERO.
002180*
002190 01  WS-ULT-NUMERO              PIC 9(09) VALUE ZERO.
002200*
002210 01  WS-ORIGEN.
002220     05  WS-OR-TIPO             PIC X(01).
002230     05  WS-OR-IMPORTE          PIC S9(8)V99.
002240*
002250 01  WS-FEC-ULT-ANT             PIC 9(08) VALUE ZERO.
002260*
002270 01  WS-FEC-BASE                PIC 9(08) VALUE ZERO.
002280*
002290 01  WS-FEC-ULT-VIG             PIC 9(08) VALUE ZERO.
002300*
002310 01  WS-RESULTADO               PIC X(22) VALUE SPACES.
002320*
002330 01  WS-SW-MOV-APLICADO         PIC X(01) VALUE 'N'.
002340     88  WS-MOV-APLICADO               VALUE 'S'.
002350*
002360 01  WS-FECHA-HOY.
002370     05  WS-FH-ANIO             PIC 9(04).
002380     05  WS-FH-MES              PIC 9(02).
002390     05  WS-FH-DIA              PIC 9(02).
002400*
002410 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
002420*
002430 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
002440*
002450 01  WS-CTL-JOBID               PIC X(08) VALUE 'SOCMV01'.
002460*
002470 01  WS-FS-ORG                  PIC X(02) VALUE '00'.
002480*
002490*    'G' WHEN THE DECK WAS WRITTEN BY A GENERATOR (SOCFA01,
002500*    SOCRG01, SOCCU01, SOCBK01, SOCSU01), 'T' FOR A KEYED DECK.
002510 01  WS-MOV-ORIGEN              PIC X(01) VALUE 'T'.
002520     88  WS-MOV-ORIGEN-GENERADO         VALUE 'G'.
002530     88  WS-MOV-ORIGEN-TECLADO          VALUE 'T'.
002540*
002550 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
002560*
002570 01  WS-JRN-ANTES               PIC X(161) VALUE SPACES.
002580*
002590 01  WS-HORA-AHORA.
002600     05  WS-HA-HORA             PIC 9(02).
002610     05  WS-HA-MIN              PIC 9(02).
002620     05  WS-HA-SEG              PIC 9(02).
002630     05  WS-HA-CENT             PIC 9(02).
002640*
002650 01  WS-HORA-JRN.
002660     05  WS-HJ-HORA             PIC 9(02).
002670     05  WS-HJ-MIN              PIC 9(02).
002680     05  WS-HJ-SEG              PIC 9(02).
002690*
002700 01  WS-LOTE-MAX                PIC 9(03) VALUE 500.
002710*
002720*    THE DECK GENERATORS (SOCFA01, SOCBK01) CUT THEIR BATCHES
002730*    AT THIS SAME BOUND - RAISE THEM TOGETHER.
002740*
002750 01  WS-LOTE-CANT               PIC 9(05) VALUE ZERO.
002760*
002770 01  WS-LOTE-HASH               PIC S9(10)V99 VALUE ZERO.
002780*
002790 01  WS-LOTE-FILIAL             PIC 9(03) VALUE ZERO.
002800*
002810 01  WS-LOTE-CAJERO             PIC X(06) VALUE SPACES.
002820*
002830 01  WS-LOTE-LIMITE             PIC 9(08)V99 VALUE ZERO.
002840*
002850 01  WS-LOTE-MOTIVO             PIC X(22) VALUE SPACES.
002860*
002870 01  WS-IMPORTE-ABS             PIC 9(08)V99 VALUE ZERO.
002880*
002890 01  WS-LIDX                    PIC 9(03) VALUE ZERO.
002900*
002910 01  WS-TABLA-LOTE.
002920     05  WS-LOTE-ENT OCCURS 500 TIMES.
002930         10  WS-TL-COD          PIC 9(06).
002940         10  WS-TL-TIPO         PIC X(01).
002950         10  WS-TL-IMPORTE      PIC S9(8)V99.
002960         10  WS-TL-FECHA        PIC 9(08).
002970         10  WS-TL-FILIAL       PIC 9(03).
002980         10  WS-TL-CAJERO       PIC X(06).
002990         10  WS-TL-NRO-ANULA    PIC 9(09).
003000         10  WS-TL-SUPERVISOR   PIC X(06).
003010*
003020 01  WS-MOV-ACTUAL.
003030     05  WS-MA-COD              PIC 9(06).
003040     05  WS-MA-TIPO             PIC X(01).
003050         88  WS-MA-DEPOSITO             VALUE 'D'.
003060         88  WS-MA-PAGO                 VALUE 'P'.
003070         88  WS-MA-CARGO                VALUE 'C'.
003080         88  WS-MA-AJUSTE               VALUE 'A'.
003090         88  WS-MA-REVERSO              VALUE 'R'.
003100     05  WS-MA-IMPORTE          PIC S9(8)V99.
003110     05  WS-MA-FECHA            PIC 9(08).
003120     05  WS-MA-FILIAL           PIC 9(03).
003130     05  WS-MA-CAJERO           PIC X(06).
003140     05  WS-MA-NRO-ANULA        PIC 9(09).
003150     05  WS-MA-NUMERO           PIC 9(09).
003160     05  WS-MA-SUPERVISOR       PIC X(06).
003170*
003180 01  WS-LIQ-LOTE.
003190     05  WS-LQ-CANT-DEP         PIC 9(05) VALUE ZERO.
003200     05  WS-LQ-IMP-DEP          PIC S9(9)V99 VALUE ZERO.
003210     05  WS-LQ-CANT-PAG         PIC 9(05) VALUE ZERO.
003220     05  WS-LQ-IMP-PAG          PIC S9(9)V99 VALUE ZERO.
003230     05  WS-LQ-CANT-CAR         PIC 9(05) VALUE ZERO.
003240     05  WS-LQ-IMP-CAR          PIC S9(9)V99 VALUE ZERO.
003250     05  WS-LQ-CANT-AJU         PIC 9(05) VALUE ZERO.
003260     05  WS-LQ-IMP-AJU          PIC S9(9)V99 VALUE ZERO.
003270     05  WS-LQ-CANT-REV         PIC 9(05) VALUE ZERO.
003280     05  WS-LQ-IMP-REV          PIC S9(9)V99 VALUE ZERO.
003290*
003300 01  WS-LINEA-MOV.
003310     05  WS-LM-COD              PIC 9(06).
003320     05  FILLER                 PIC X(02) VALUE SPACES.
003330     05  WS-LM-TIPO             PIC X(11).
003340     05  FILLER                 PIC X(02) VALUE SPACES.
003350     05  WS-LM-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  WS-LM-RESULTADO        PIC X(22).
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  WS-LM-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
003400*
003410 01  WS-LINEA-REVERSO.
003420     05  FILLER                 PIC X(08) VALUE SPACES.
003430     05  FILLER                 PIC X(12) VALUE 'REVERSO NRO '.
003440     05  WS-LV-NUMERO           PIC 9(09).
003450     05  FILLER                 PIC X(11) VALUE ' ANULA NRO '.
003460     05  WS-LV-NRO-ANULA        PIC 9(09).
003470     05  FILLER                 PIC X(02) VALUE SPACES.
003480     05  WS-LV-TIPO             PIC X(11).
003490*
003500 01  WS-LINEA-AUTORIZ.
003510     05  FILLER                 PIC X(08) VALUE SPACES.
003520     05  WS-LA-TEXTO            PIC X(22).
003530     05  FILLER                 PIC X(11) VALUE 'SUPERVISOR '.
003540     05  WS-LA-SUPERVISOR       PIC X(06).
003550     05  FILLER                 PIC X(07) VALUE ' SOCIO '.
003560     05  WS-LA-COD              PIC 9(06).
003570     05  WS-LA-IMPORTE          PIC -ZZ,ZZZ,ZZ9.99.
003580*
003590 01  WS-LINEA-LOTE.
003600     05  WS-LL-ETIQUETA         PIC X(18).
003610     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
003620     05  WS-LL-FILIAL           PIC 9(03).
003630     05  FILLER                 PIC X(09) VALUE ' CAJERO: '.
003640     05  WS-LL-CAJERO           PIC X(06).
003650     05  FILLER                 PIC X(02) VALUE SPACES.
003660     05  WS-LL-DETALLE          PIC X(26).
003670*
003680 01  WS-LINEA-CUADRE.
003690     05  WS-LC-ETIQUETA         PIC X(12).
003700     05  WS-LC-CANT             PIC ZZ,ZZ9.
003710     05  FILLER                 PIC X(02) VALUE SPACES.
003720     05  WS-LC-HASH             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
003730*
003740 01  WS-LINEA-LIQ.
003750     05  FILLER                 PIC X(02) VALUE SPACES.
003760     05  WS-LQ-TIPO             PIC X(11).
003770     05  FILLER                 PIC X(02) VALUE SPACES.
003780     05  WS-LQ-CANT             PIC ZZ,ZZ9.
003790     05  FILLER                 PIC X(02) VALUE SPACES.
003800     05  WS-LQ-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
003810*
003820 01  WS-LINEA-RESUMEN.
003830     05  WS-LR-ETIQUETA         PIC X(30).
003840     05  WS-LR-CANT             PIC ZZ,ZZ9.
003850*
003860 01  WS-LINEA-TOTAL.
003870     05  WS-LT-ETIQUETA         PIC X(30).
003880     05  WS-LT-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
003890*
003900 01  WS-FS-RUN                  PIC X(02) VALUE '00'.
003910*
003920 PROCEDURE DIVISION.
003930*****************************************************************
003940 0000-MAINLINE.
003950*****************************************************************
003960     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003970     PERFORM 2000-PROCESAR-MOV THRU 2000-EXIT
003980         UNTIL WS-FIN-MOV.
003990     IF WS-EN-LOTE
004000         MOVE 'LOTE SIN FINAL' TO WS-RESULTADO
004010         PERFORM 2320-RECHAZAR-LOTE THRU 2320-EXIT
004020     END-IF.
004030     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004040     STOP RUN.
004050*
004060*****************************************************************
004070 1000-INICIALIZAR.
004080*****************************************************************
004090     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
004100     MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO.
004110     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
004120     PERFORM 1150-LEER-ORIGEN THRU 1150-EXIT.
004130     OPEN I-O SOCIOS.
004140     IF WS-FS-SOCIOS NOT = '00'
004150         MOVE 'SOCIOS.DAT' TO WS-NOMBRE-ARCHIVO
004160         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
004170         PERFORM 9900-ABEND-ARCHIVO
004180     END-IF.
004190     OPEN INPUT CAJEROS.
004200     IF WS-FS-CAJ NOT = '00'
004210         MOVE 'CAJEROS.DAT' TO WS-NOMBRE-ARCHIVO
004220         MOVE WS-FS-CAJ TO WS-FS-COMUN
004230         PERFORM 9900-ABEND-ARCHIVO
004240     END-IF.
004250     OPEN INPUT SOCIOS-MOV.
004260     IF WS-FS-MOV NOT = '00'
004270         MOVE 'SOCIOS-MOV.DAT' TO WS-NOMBRE-ARCHIVO
004280         MOVE WS-FS-MOV TO WS-FS-COMUN
004290         PERFORM 9900-ABEND-ARCHIVO
004300     END-IF.
004310     OPEN EXTEND MOV-HIST.
004320     IF WS-FS-HIST = '35'
004330         OPEN OUTPUT MOV-HIST
004340     END-IF.
004350     IF WS-FS-HIST NOT = '00'
004360         MOVE 'MOV-HIST.DAT' TO WS-NOMBRE-ARCHIVO
004370         MOVE WS-FS-HIST TO WS-FS-COMUN
004380         PERFORM 9900-ABEND-ARCHIVO
004390     END-IF.
004400     PERFORM 1200-ABRIR-INDICE THRU 1200-EXIT.
004410     OPEN OUTPUT RPT-MOV.
004420     IF WS-FS-RPTMOV NOT = '00'
004430         MOVE 'SOCIOS-MOV.LST' TO WS-NOMBRE-ARCHIVO
004440         MOVE WS-FS-RPTMOV TO WS-FS-COMUN
004450         PERFORM 9900-ABEND-ARCHIVO
004460     END-IF.
004470     OPEN EXTEND SOC-JRN.
004480     IF WS-FS-JRN = '35'
004490         OPEN OUTPUT SOC-JRN
004500     END-IF.
004510     IF WS-FS-JRN NOT = '00'
004520         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
004530         MOVE WS-FS-JRN TO WS-FS-COMUN
004540         PERFORM 9900-ABEND-ARCHIVO
004550     END-IF.
004560     MOVE 'REPORTE DE MOVIMIENTOS - SOCIOS.DAT' TO RPT-MOV-REG.
004570     WRITE RPT-MOV-REG.
004580     MOVE SPACES TO RPT-MOV-REG.
004590     WRITE RPT-MOV-REG.
004600 1000-EXIT.
004610     EXIT.
004620*
004630*****************************************************************
004640* 1100-LEER-CONTROL PICKS UP THE JOB ID FROM THE SAME CONTROL
004650* CARD SOCORD01 AND SOCMT01 READ, WHEN ONE IS SUPPLIED - THE
004660* JOURNAL STAMPS IT ON EVERY BEFORE/AFTER IMAGE. NO CARD, OR
004670* A BLANK JOB ID, LEAVES THE PROGRAM-NAME DEFAULT.
004680*****************************************************************
004690 1100-LEER-CONTROL.
004700     OPEN INPUT SOCIOS-CTL.
004710     IF WS-FS-CTL = '00'
004720        READ SOCIOS-CTL
004730            AT END
004740                CONTINUE
004750        END-READ
004760        IF WS-FS-CTL = '00' AND CTL-JOBID NOT = SPACE
004770            MOVE CTL-JOBID TO WS-CTL-JOBID
004780        END-IF
004790        CLOSE SOCIOS-CTL
004800     END-IF.
004810 1100-EXIT.
004820     EXIT.
004830*
004840*****************************************************************
004850* 1150-LEER-ORIGEN READS THE OPTIONAL ORIGIN CARD. ONLY THE
004860* POSTING STEPS THAT FOLLOW A DECK GENERATOR CARRY IT, WITH 'G'
004870* IN COLUMN 1; NO CARD, OR A BLANK ONE, IS A KEYED DECK ('T').
004880* ANY OTHER VALUE STOPS THE RUN RATHER THAN GUESS.
004890*****************************************************************
004900 1150-LEER-ORIGEN.
004910     OPEN INPUT MOV-ORIGEN.
004920     IF WS-FS-ORG NOT = '00'
004930         GO TO 1150-EXIT
004940     END-IF.
004950     READ MOV-ORIGEN
004960         AT END
004970             CLOSE MOV-ORIGEN
004980             GO TO 1150-EXIT
004990     END-READ.
005000     IF ORG-ORIGEN NOT = SPACE
005010         MOVE ORG-ORIGEN TO WS-MOV-ORIGEN
005020     END-IF.
005030     CLOSE MOV-ORIGEN.
005040     IF NOT WS-MOV-ORIGEN-GENERADO AND NOT WS-MOV-ORIGEN-TECLADO
005050         DISPLAY 'SOCMV01 - ORIGEN INVALIDO EN SOCIOMVO: '
005060             WS-MOV-ORIGEN
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100 1150-EXIT.
005110     EXIT.
005120*
005130*****************************************************************
005140* 1200-ABRIR-INDICE OPENS THE MOVEMENT INDEX AND PICKS UP THE
005150* LAST NUMBER ASSIGNED FROM ITS CONTROL RECORD. THE FIRST RUN
005160* FINDS NO INDEX AND CREATES IT WITH THE CONTROL RECORD AT
005170* ZERO; AN INDEX WITHOUT ITS CONTROL RECORD STOPS THE RUN -
005180* NUMBERING FROM ZERO AGAIN WOULD REPEAT NUMBERS ALREADY ON
005190* THE HISTORY.
005200*****************************************************************
005210 1200-ABRIR-INDICE.
005220     OPEN I-O MOV-IDX.
005230     IF WS-FS-MVX = '35'
005240         OPEN OUTPUT MOV-IDX
005250         IF WS-FS-MVX = '00'
005260             PERFORM 1210-CREAR-CONTROL THRU 1210-EXIT
005270             CLOSE MOV-IDX
005280             OPEN I-O MOV-IDX
005290         END-IF
005300     END-IF.
005310     IF WS-FS-MVX NOT = '00'
005320         MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
005330         MOVE WS-FS-MVX TO WS-FS-COMUN
005340         PERFORM 9900-ABEND-ARCHIVO
005350     END-IF.
005360     MOVE ZERO TO MVX-NUMERO.
005370     READ MOV-IDX
005380         INVALID KEY
005390             DISPLAY 'SOCMV01 - INDICE DE MOVIMIENTOS SIN CONTROL'
005400             MOVE 16 TO RETURN-CODE
005410             STOP RUN
005420     END-READ.
005430     MOVE MVX-ULT-NUMERO TO WS-ULT-NUMERO.
005440 1200-EXIT.
005450     EXIT.
005460*
005470 1210-CREAR-CONTROL.
005480     MOVE ZERO TO MVX-NUMERO.
005490     MOVE ZERO TO MVX-COD.
005500     MOVE '*' TO MVX-TIPO.
005510     MOVE ZERO TO MVX-IMPORTE.
005520     MOVE ZERO TO MVX-FECHA.
005530     MOVE WS-FECHA-PROCESO TO MVX-FEC-PROCESO.
005540     MOVE 'V' TO MVX-ESTADO.
005550     MOVE ZERO TO MVX-ULT-NUMERO.
005560     MOVE ZERO TO MVX-FEC-ULT-ANT.
005570     WRITE MVX-REG
005580         INVALID KEY
005590             MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
005600             MOVE WS-FS-MVX TO WS-FS-COMUN
005610             PERFORM 9900-ABEND-ARCHIVO
005620     END-WRITE.
005630 1210-EXIT.
005640     EXIT.
005650*
005660*****************************************************************
005670* 2000-PROCESAR-MOV READS ONE CARD AND DISPATCHES ON ITS KIND:
005680* A '*LOTEC' HEADER OPENS A TELLER BATCH, A '*LOTEF' TRAILER
005690* CLOSES AND VERIFIES IT, ANYTHING ELSE IS A MOVEMENT CARD
005700* GATHERED INTO THE BATCH TABLE. NOTHING POSTS UNTIL THE
005710* TRAILER'S DECLARED COUNT AND HASH TOTAL TIE TO THE CARDS
005720* ACTUALLY READ. A MOVEMENT CARD OUTSIDE A BATCH IS REJECTED -
005730* A LOOSE CARD HAS NO TRAILER TO PROVE IT BELONGS.
005740* AN '*AUTOR' CARD IS A SUPERVISOR'S AUTHORIZATION FOR THE
005750* MOVEMENT CARD JUST BEFORE IT (2250).
005760*****************************************************************
005770 2000-PROCESAR-MOV.
005780     READ SOCIOS-MOV
005790         AT END
005800             MOVE 'S' TO WS-SW-FIN-MOV
005810             GO TO 2000-EXIT
005820     END-READ.
005830     EVALUATE TRUE
005840         WHEN LOT-CABECERA
005850             PERFORM 2100-ABRIR-LOTE THRU 2100-EXIT
005860         WHEN LOT-FINLOTE
005870             PERFORM 2300-CERRAR-LOTE THRU 2300-EXIT
005880         WHEN AUT-AUTORIZACION
005890             PERFORM 2250-GUARDAR-AUTORIZ THRU 2250-EXIT
005900         WHEN OTHER
005910             PERFORM 2200-GUARDAR-MOV THRU 2200-EXIT
005920     END-EVALUATE.
005930 2000-EXIT.
005940     EXIT.
005950*
005960*****************************************************************
005970* 2100-ABRIR-LOTE OPENS A NEW TELLER BATCH. A HEADER ARRIVING
005980* WHILE ANOTHER BATCH IS STILL OPEN MEANS THE PRIOR BATCH LOST
005990* ITS TRAILER - THAT BATCH IS REJECTED WHOLE BEFORE THE NEW
006000* ONE STARTS.
006010* THE BATCH'S TELLER IS CHECKED HERE (2110); A TELLER WHO MAY
006020* NOT POST THE BATCH STILL HAS THE CARDS GATHERED UP TO THE
006030* TRAILER, SO THE WHOLE BATCH LISTS AS REJECTED.
006040*****************************************************************
006050 2100-ABRIR-LOTE.
006060     IF WS-EN-LOTE
006070         MOVE 'LOTE SIN FINAL' TO WS-RESULTADO
006080         PERFORM 2320-RECHAZAR-LOTE THRU 2320-EXIT
006090     END-IF.
006100     ADD 1 TO WS-CONT-LOTES-LEIDOS.
006110     MOVE 'S' TO WS-SW-EN-LOTE.
006120     MOVE 'N' TO WS-SW-LOTE-EXCESO.
006130     MOVE ZERO TO WS-LOTE-CANT.
006140     MOVE ZERO TO WS-LOTE-HASH.
006150     MOVE LOT-FILIAL TO WS-LOTE-FILIAL.
006160     MOVE LOT-CAJERO TO WS-LOTE-CAJERO.
006170     PERFORM 2110-VALIDAR-CAJERO THRU 2110-EXIT.
006180 2100-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220* 2110-VALIDAR-CAJERO LOOKS THE BATCH'S TELLER UP ON THE CAJEROS
006230* MASTER. AN UNKNOWN OR INACTIVE TELLER, OR ONE OF ANOTHER
006240* FILIAL THAN THE BATCH HEADER, LEAVES THE MOTIVE THE WHOLE
006250* BATCH IS REJECTED WITH AT ITS TRAILER. A SYSTEM PSEUDO-TELLER
006260* (COPY CAJSIS) IS NOT ON THE MASTER AND IS NOT CHECKED ON A
006270* GENERATED-DECK RUN - ITS DECKS CARRY NO LIMIT. ON A KEYED RUN
006280* THE CODE IS RESERVED AND THE BATCH IS REJECTED, SO NO KEYED
006290* DECK ESCAPES THE TELLER CHECKS UNDER IT.
006300*****************************************************************
006310 2110-VALIDAR-CAJERO.
006320     MOVE SPACES TO WS-LOTE-MOTIVO.
006330     MOVE 'N' TO WS-SW-LOTE-SISTEMA.
006340     MOVE ZERO TO WS-LOTE-LIMITE.
006350     SET CSI-IDX TO 1.
006360     SEARCH CSI-ENTRY
006370         AT END
006380             CONTINUE
006390         WHEN CSI-COD (CSI-IDX) = LOT-CAJERO
006400             IF WS-MOV-ORIGEN-GENERADO
006410                 MOVE 'S' TO WS-SW-LOTE-SISTEMA
006420             ELSE
006430                 MOVE 'CAJERO RESERVADO' TO WS-LOTE-MOTIVO
006440             END-IF
006450             GO TO 2110-EXIT
006460     END-SEARCH.
006470     MOVE LOT-CAJERO TO CAJ-COD.
006480     READ CAJEROS
006490         INVALID KEY
006500             MOVE 'CAJERO INEXISTENTE' TO WS-LOTE-MOTIVO
006510             GO TO 2110-EXIT
006520     END-READ.
006530     IF NOT CAJ-HABILITADO
006540         MOVE 'CAJERO INACTIVO' TO WS-LOTE-MOTIVO
006550         GO TO 2110-EXIT
006560     END-IF.
006570     IF CAJ-FILIAL NOT = LOT-FILIAL
006580         MOVE 'CAJERO DE OTRA FILIAL' TO WS-LOTE-MOTIVO
006590         GO TO 2110-EXIT
006600     END-IF.
006610     MOVE CAJ-LIMITE TO WS-LOTE-LIMITE.
006620 2110-EXIT.
006630     EXIT.
006640*
006650*****************************************************************
006660* 2120-VALIDAR-CAJA CHECKS ONE CARD OF A TELLER'S BATCH BEFORE
006670* IT POSTS. THE CARD MUST CARRY THE BATCH'S OWN FILIAL AND
006680* TELLER - THE DRAWER RECONCILIATION (CAJAR01) COUNTS IT UNDER
006690* MOV-CAJERO. AN IMPORTE ABOVE THE TELLER'S LIMIT, EITHER SIGN,
006700* NEEDS AN AUTHORIZATION FROM AN ACTIVE SUPERVISOR OF THE SAME
006710* FILIAL OTHER THAN THE TELLER.
006720*****************************************************************
006730 2120-VALIDAR-CAJA.
006740     MOVE 'N' TO WS-SW-CAJA-VALIDA.
006750     IF WS-MA-FILIAL NOT = WS-LOTE-FILIAL
006760         MOVE 'FILIAL DISTINTA LOTE' TO WS-RESULTADO
006770         GO TO 2120-EXIT
006780     END-IF.
006790     IF WS-MA-CAJERO NOT = WS-LOTE-CAJERO
006800         MOVE 'CAJERO DISTINTO LOTE' TO WS-RESULTADO
006810         GO TO 2120-EXIT
006820     END-IF.
006830     MOVE WS-MA-IMPORTE TO WS-IMPORTE-ABS.
006840     IF WS-IMPORTE-ABS NOT > WS-LOTE-LIMITE
006850         MOVE 'S' TO WS-SW-CAJA-VALIDA
006860         GO TO 2120-EXIT
006870     END-IF.
006880     ADD 1 TO WS-CONT-EXCEDIDOS.
006890     IF WS-MA-SUPERVISOR = SPACES
006900         MOVE 'EXCEDE LIMITE CAJERO' TO WS-RESULTADO
006910         GO TO 2120-EXIT
006920     END-IF.
006930     MOVE 'AUTORIZACION INVALIDA' TO WS-RESULTADO.
006940     IF WS-MA-SUPERVISOR = WS-LOTE-CAJERO
006950         GO TO 2120-EXIT
006960     END-IF.
006970     MOVE WS-MA-SUPERVISOR TO CAJ-COD.
006980     READ CAJEROS
006990         INVALID KEY
007000             GO TO 2120-EXIT
007010     END-READ.
007020     IF NOT CAJ-HABILITADO OR NOT CAJ-ES-SUPERVISOR
007030        OR CAJ-FILIAL NOT = WS-LOTE-FILIAL
007040         GO TO 2120-EXIT
007050     END-IF.
007060     SUBTRACT 1 FROM WS-CONT-EXCEDIDOS.
007070     MOVE SPACES TO WS-RESULTADO.
007080     MOVE 'S' TO WS-SW-AUTORIZADO.
007090     MOVE 'S' TO WS-SW-CAJA-VALIDA.
007100 2120-EXIT.
007110     EXIT.
007120*
007130 2200-GUARDAR-MOV.
007140     ADD 1 TO WS-CONT-LEIDOS.
007150     IF NOT WS-EN-LOTE
007160         ADD 1 TO WS-CONT-RECHAZADOS
007170         MOVE 'FUERA DE LOTE' TO WS-RESULTADO
007180         MOVE MOV-COD TO WS-MA-COD
007190         MOVE MOV-TIPO TO WS-MA-TIPO
007200         MOVE MOV-IMPORTE TO WS-MA-IMPORTE
007210         MOVE 'N' TO WS-SW-MOV-APLICADO
007220         PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT
007230         GO TO 2200-EXIT
007240     END-IF.
007250     IF WS-LOTE-CANT >= WS-LOTE-MAX
007260         MOVE 'S' TO WS-SW-LOTE-EXCESO
007270         ADD 1 TO WS-CONT-RECHAZADOS
007280         MOVE 'LOTE EXCEDE TABLA' TO WS-RESULTADO
007290         MOVE MOV-COD TO WS-MA-COD
007300         MOVE MOV-TIPO TO WS-MA-TIPO
007310         MOVE MOV-IMPORTE TO WS-MA-IMPORTE
007320         MOVE 'N' TO WS-SW-MOV-APLICADO
007330         PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT
007340         GO TO 2200-EXIT
007350     END-IF.
007360     ADD 1 TO WS-LOTE-CANT.
007370     ADD MOV-IMPORTE TO WS-LOTE-HASH.
007380     MOVE MOV-COD TO WS-TL-COD (WS-LOTE-CANT).
007390     MOVE MOV-TIPO TO WS-TL-TIPO (WS-LOTE-CANT).
007400     MOVE MOV-IMPORTE TO WS-TL-IMPORTE (WS-LOTE-CANT).
007410     MOVE MOV-FECHA TO WS-TL-FECHA (WS-LOTE-CANT).
007420     MOVE MOV-FILIAL TO WS-TL-FILIAL (WS-LOTE-CANT).
007430     MOVE MOV-CAJERO TO WS-TL-CAJERO (WS-LOTE-CANT).
007440     MOVE MOV-NRO-ANULA TO WS-TL-NRO-ANULA (WS-LOTE-CANT).
007450     MOVE SPACES TO WS-TL-SUPERVISOR (WS-LOTE-CANT).
007460 2200-EXIT.
007470     EXIT.
007480*
007490*****************************************************************
007500* 2250-GUARDAR-AUTORIZ ATTACHES A SUPERVISOR'S '*AUTOR' CARD TO
007510* THE MOVEMENT CARD GATHERED JUST BEFORE IT, PROVIDED IT REPEATS
007520* THAT CARD'S MEMBER CODE AND IMPORTE. AN AUTHORIZATION THAT
007530* FOLLOWS NO MOVEMENT OF AN OPEN BATCH, OR DOES NOT MATCH IT, IS
007540* LISTED AND IGNORED. WHETHER THE SUPERVISOR MAY AUTHORIZE IS
007550* CHECKED WHEN THE BATCH POSTS (2120).
007560*****************************************************************
007570 2250-GUARDAR-AUTORIZ.
007580     IF WS-EN-LOTE AND NOT WS-LOTE-EXCESO AND WS-LOTE-CANT > ZERO
007590         IF AUT-COD = WS-TL-COD (WS-LOTE-CANT)
007600            AND AUT-IMPORTE = WS-TL-IMPORTE (WS-LOTE-CANT)
007610            AND WS-TL-SUPERVISOR (WS-LOTE-CANT) = SPACES
007620             MOVE AUT-SUPERVISOR
007630                 TO WS-TL-SUPERVISOR (WS-LOTE-CANT)
007640             GO TO 2250-EXIT
007650         END-IF
007660     END-IF.
007670     MOVE SPACES TO RPT-MOV-REG.
007680     WRITE RPT-MOV-REG.
007690     MOVE 'AUTORIZACION IGNORADA' TO WS-LA-TEXTO.
007700     MOVE AUT-SUPERVISOR TO WS-LA-SUPERVISOR.
007710     MOVE AUT-COD TO WS-LA-COD.
007720     MOVE AUT-IMPORTE TO WS-LA-IMPORTE.
007730     WRITE RPT-MOV-REG FROM WS-LINEA-AUTORIZ.
007740 2250-EXIT.
007750     EXIT.
007760*
007770*****************************************************************
007780* 2300-CERRAR-LOTE VERIFIES THE TRAILER AGAINST THE GATHERED
007790* CARDS: DECLARED COUNT AND HASH TOTAL MUST BOTH TIE, AND THE
007800* BATCH MUST FIT THE TABLE. ONLY THEN DOES THE BATCH POST;
007810* OTHERWISE EVERY CARD IN IT IS REJECTED AND THE DECLARED
007820* VERSUS COUNTED FIGURES PRINT FOR THE SUCURSAL TO RE-TIE.
007830* A BATCH WHOSE TELLER MAY NOT POST IT (2110) IS REJECTED WHOLE
007840* WITH THAT MOTIVE BEFORE ANY OF THIS.
007850*****************************************************************
007860 2300-CERRAR-LOTE.
007870     IF NOT WS-EN-LOTE
007880         MOVE SPACES TO RPT-MOV-REG
007890         WRITE RPT-MOV-REG
007900         MOVE 'FINAL DE LOTE SIN CABECERA - IGNORADO'
007910             TO RPT-MOV-REG
007920         WRITE RPT-MOV-REG
007930         GO TO 2300-EXIT
007940     END-IF.
007950     IF WS-LOTE-MOTIVO NOT = SPACES
007960         MOVE WS-LOTE-MOTIVO TO WS-RESULTADO
007970         PERFORM 2320-RECHAZAR-LOTE THRU 2320-EXIT
007980         GO TO 2300-EXIT
007990     END-IF.
008000     IF WS-LOTE-EXCESO
008010         MOVE 'LOTE EXCEDE TABLA' TO WS-RESULTADO
008020         PERFORM 2320-RECHAZAR-LOTE THRU 2320-EXIT
008030         GO TO 2300-EXIT
008040     END-IF.
008050     IF LOT-CANT NOT = WS-LOTE-CANT
008060         OR LOT-HASH NOT = WS-LOTE-HASH
008070         MOVE 'LOTE SIN CUADRAR' TO WS-RESULTADO
008080         PERFORM 2330-IMPRIMIR-CUADRE THRU 2330-EXIT
008090         PERFORM 2320-RECHAZAR-LOTE THRU 2320-EXIT
008100         GO TO 2300-EXIT
008110     END-IF.
008120     PERFORM 2310-APLICAR-LOTE THRU 2310-EXIT.
008130 2300-EXIT.
008140     EXIT.
008150*
008160*****************************************************************
008170* 2310-APLICAR-LOTE POSTS A VERIFIED BATCH: EACH GATHERED CARD
008180* GOES THROUGH THE SAME APPLY/HISTORY/LOG SEQUENCE AS BEFORE,
008190* THEN THE BATCH PRINTS ITS LIQUIDACION SECTION - COUNT AND
008200* AMOUNT BY MOV-TIPO FOR THE BATCH'S FILIAL AND CAJERO.
008210*****************************************************************
008220 2310-APLICAR-LOTE.
008230     ADD 1 TO WS-CONT-LOTES-APLIC.
008240     MOVE ZERO TO WS-LQ-CANT-DEP.
008250     MOVE ZERO TO WS-LQ-IMP-DEP.
008260     MOVE ZERO TO WS-LQ-CANT-PAG.
008270     MOVE ZERO TO WS-LQ-IMP-PAG.
008280     MOVE ZERO TO WS-LQ-CANT-CAR.
008290     MOVE ZERO TO WS-LQ-IMP-CAR.
008300     MOVE ZERO TO WS-LQ-CANT-AJU.
008310     MOVE ZERO TO WS-LQ-IMP-AJU.
008320     MOVE ZERO TO WS-LQ-CANT-REV.
008330     MOVE ZERO TO WS-LQ-IMP-REV.
008340     MOVE 'LOTE APLICADO - ' TO WS-LL-ETIQUETA.
008350     MOVE WS-LOTE-FILIAL TO WS-LL-FILIAL.
008360     MOVE WS-LOTE-CAJERO TO WS-LL-CAJERO.
008370     MOVE SPACES TO WS-LL-DETALLE.
008380     MOVE SPACES TO RPT-MOV-REG.
008390     WRITE RPT-MOV-REG.
008400     WRITE RPT-MOV-REG FROM WS-LINEA-LOTE.
008410     PERFORM 2315-APLICAR-UNO THRU 2315-EXIT
008420         VARYING WS-LIDX FROM 1 BY 1
008430         UNTIL WS-LIDX > WS-LOTE-CANT.
008440     PERFORM 2340-LIQUIDAR-LOTE THRU 2340-EXIT.
008450     MOVE 'N' TO WS-SW-EN-LOTE.
008460 2310-EXIT.
008470     EXIT.
008480*
008490 2315-APLICAR-UNO.
008500     MOVE WS-TL-COD (WS-LIDX) TO WS-MA-COD.
008510     MOVE WS-TL-TIPO (WS-LIDX) TO WS-MA-TIPO.
008520     MOVE WS-TL-IMPORTE (WS-LIDX) TO WS-MA-IMPORTE.
008530     MOVE WS-TL-FECHA (WS-LIDX) TO WS-MA-FECHA.
008540     MOVE WS-TL-FILIAL (WS-LIDX) TO WS-MA-FILIAL.
008550     MOVE WS-TL-CAJERO (WS-LIDX) TO WS-MA-CAJERO.
008560     MOVE WS-TL-NRO-ANULA (WS-LIDX) TO WS-MA-NRO-ANULA.
008570     MOVE 'N' TO WS-SW-MOV-APLICADO.
008580     MOVE WS-TL-SUPERVISOR (WS-LIDX) TO WS-MA-SUPERVISOR.
008590     MOVE 'N' TO WS-SW-AUTORIZADO.
008600     IF NOT WS-LOTE-SISTEMA
008610         PERFORM 2120-VALIDAR-CAJA THRU 2120-EXIT
008620         IF NOT WS-CAJA-VALIDA
008630             ADD 1 TO WS-CONT-RECHAZADOS
008640             PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT
008650             GO TO 2315-EXIT
008660         END-IF
008670     END-IF.
008680     PERFORM 2010-APLICAR-MOV THRU 2010-EXIT.
008690     IF WS-MOV-APLICADO
008700         PERFORM 2020-GRABAR-HISTORIA THRU 2020-EXIT
008710         PERFORM 2350-ACUMULAR-LIQ THRU 2350-EXIT
008720     END-IF.
008730     PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT.
008740     IF WS-MOV-APLICADO AND WS-MA-REVERSO
008750         PERFORM 2045-REGISTRAR-PAR THRU 2045-EXIT
008760     END-IF.
008770     IF WS-MOV-APLICADO AND WS-MOV-AUTORIZADO
008780         ADD 1 TO WS-CONT-AUTORIZADOS
008790         PERFORM 2046-REGISTRAR-AUTORIZ THRU 2046-EXIT
008800     END-IF.
008810 2315-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850* 2320-RECHAZAR-LOTE REJECTS THE OPEN BATCH WHOLE: EVERY
008860* GATHERED CARD COUNTS AND LOGS AS REJECTED WITH THE BATCH'S
008870* MOTIVE (WS-RESULTADO, SET BY THE CALLER) AND NOTHING POSTS.
008880*****************************************************************
008890 2320-RECHAZAR-LOTE.
008900     ADD 1 TO WS-CONT-LOTES-RECH.
008910     MOVE 'LOTE RECHAZADO - ' TO WS-LL-ETIQUETA.
008920     MOVE WS-LOTE-FILIAL TO WS-LL-FILIAL.
008930     MOVE WS-LOTE-CAJERO TO WS-LL-CAJERO.
008940     MOVE WS-RESULTADO TO WS-LL-DETALLE.
008950     MOVE SPACES TO RPT-MOV-REG.
008960     WRITE RPT-MOV-REG.
008970     WRITE RPT-MOV-REG FROM WS-LINEA-LOTE.
008980     PERFORM 2325-RECHAZAR-UNO THRU 2325-EXIT
008990         VARYING WS-LIDX FROM 1 BY 1
009000         UNTIL WS-LIDX > WS-LOTE-CANT.
009010     MOVE 'N' TO WS-SW-EN-LOTE.
009020 2320-EXIT.
009030     EXIT.
009040*
009050 2325-RECHAZAR-UNO.
009060     ADD 1 TO WS-CONT-RECHAZADOS.
009070     MOVE WS-TL-COD (WS-LIDX) TO WS-MA-COD.
009080     MOVE WS-TL-TIPO (WS-LIDX) TO WS-MA-TIPO.
009090     MOVE WS-TL-IMPORTE (WS-LIDX) TO WS-MA-IMPORTE.
009100     MOVE 'N' TO WS-SW-MOV-APLICADO.
009110     PERFORM 2040-REGISTRAR-LOG THRU 2040-EXIT.
009120 2325-EXIT.
009130     EXIT.
009140*
009150 2330-IMPRIMIR-CUADRE.
009160     MOVE 'DECLARADO' TO WS-LC-ETIQUETA.
009170     MOVE LOT-CANT TO WS-LC-CANT.
009180     MOVE LOT-HASH TO WS-LC-HASH.
009190     WRITE RPT-MOV-REG FROM WS-LINEA-CUADRE.
009200     MOVE 'CONTADO' TO WS-LC-ETIQUETA.
009210     MOVE WS-LOTE-CANT TO WS-LC-CANT.
009220     MOVE WS-LOTE-HASH TO WS-LC-HASH.
009230     WRITE RPT-MOV-REG FROM WS-LINEA-CUADRE.
009240 2330-EXIT.
009250     EXIT.
009260*
009270 2340-LIQUIDAR-LOTE.
009280     MOVE 'LIQUIDACION -     ' TO WS-LL-ETIQUETA.
009290     MOVE WS-LOTE-FILIAL TO WS-LL-FILIAL.
009300     MOVE WS-LOTE-CAJERO TO WS-LL-CAJERO.
009310     MOVE SPACES TO WS-LL-DETALLE.
009320     WRITE RPT-MOV-REG FROM WS-LINEA-LOTE.
009330     MOVE 'DEPOSITO' TO WS-LQ-TIPO.
009340     MOVE WS-LQ-CANT-DEP TO WS-LQ-CANT.
009350     MOVE WS-LQ-IMP-DEP TO WS-LQ-IMPORTE.
009360     WRITE RPT-MOV-REG FROM WS-LINEA-LIQ.
009370     MOVE 'PAGO' TO WS-LQ-TIPO.
009380     MOVE WS-LQ-CANT-PAG TO WS-LQ-CANT.
009390     MOVE WS-LQ-IMP-PAG TO WS-LQ-IMPORTE.
009400     WRITE RPT-MOV-REG FROM WS-LINEA-LIQ.
009410     MOVE 'CARGO' TO WS-LQ-TIPO.
009420     MOVE WS-LQ-CANT-CAR TO WS-LQ-CANT.
009430     MOVE WS-LQ-IMP-CAR TO WS-LQ-IMPORTE.
009440     WRITE RPT-MOV-REG FROM WS-LINEA-LIQ.
009450     MOVE 'AJUSTE' TO WS-LQ-TIPO.
009460     MOVE WS-LQ-CANT-AJU TO WS-LQ-CANT.
009470     MOVE WS-LQ-IMP-AJU TO WS-LQ-IMPORTE.
009480     WRITE RPT-MOV-REG FROM WS-LINEA-LIQ.
009490     MOVE 'REVERSO' TO WS-LQ-TIPO.
009500     MOVE WS-LQ-CANT-REV TO WS-LQ-CANT.
009510     MOVE WS-LQ-IMP-REV TO WS-LQ-IMPORTE.
009520     WRITE RPT-MOV-REG FROM WS-LINEA-LIQ.
009530 2340-EXIT.
009540     EXIT.
009550*
009560 2350-ACUMULAR-LIQ.
009570     EVALUATE TRUE
009580         WHEN WS-MA-DEPOSITO
009590             ADD 1 TO WS-LQ-CANT-DEP
009600             ADD WS-MA-IMPORTE TO WS-LQ-IMP-DEP
009610         WHEN WS-MA-PAGO
009620             ADD 1 TO WS-LQ-CANT-PAG
009630             ADD WS-MA-IMPORTE TO WS-LQ-IMP-PAG
009640         WHEN WS-MA-CARGO
009650             ADD 1 TO WS-LQ-CANT-CAR
009660             ADD WS-MA-IMPORTE TO WS-LQ-IMP-CAR
009670         WHEN WS-MA-AJUSTE
009680             ADD 1 TO WS-LQ-CANT-AJU
009690             ADD WS-MA-IMPORTE TO WS-LQ-IMP-AJU
009700         WHEN WS-MA-REVERSO
009710             ADD 1 TO WS-LQ-CANT-REV
009720             ADD WS-MA-IMPORTE TO WS-LQ-IMP-REV
009730     END-EVALUATE.
009740 2350-EXIT.
009750     EXIT.
009760*
009770*****************************************************************
009780* 2010-APLICAR-MOV APPLIES THE CURRENT MOVEMENT (WS-MOV-ACTUAL)
009790* TO THE MEMBER'S SOC-SALDO ACCORDING TO ITS TYPE. SOC-SALDO
009800* IS WHAT THE MEMBER OWES: DEPOSITS AND PAYMENTS SUBTRACT THE
009810* IMPORTE, CHARGES ADD IT, ADJUSTMENTS ADD THE SIGNED IMPORTE
009820* AS KEYED. A MOVEMENT FOR A MEMBER NOT ON THE MASTER, OR WITH
009830* AN UNKNOWN TYPE, IS REJECTED INDIVIDUALLY - THE BATCH TIE
009840* PROVES THE DECK IS COMPLETE, NOT THAT EVERY CARD IS VALID.
009850* A REVERSAL IS FIRST CHECKED AGAINST THE MOVEMENT INDEX
009860* (2050) AND THEN UNDOES ITS ORIGINAL (2060). EVERY APPLIED
009870* MOVEMENT IS NUMBERED AND ENTERED ON THE INDEX (2070).
009880*****************************************************************
009890 2010-APLICAR-MOV.
009900     IF NOT WS-MA-DEPOSITO AND NOT WS-MA-PAGO
009910         AND NOT WS-MA-CARGO AND NOT WS-MA-AJUSTE
009920         AND NOT WS-MA-REVERSO
009930         ADD 1 TO WS-CONT-RECHAZADOS
009940         MOVE 'TIPO DESCONOCIDO' TO WS-RESULTADO
009950         GO TO 2010-EXIT
009960     END-IF.
009970     IF WS-MA-REVERSO
009980         PERFORM 2050-VALIDAR-REVERSO THRU 2050-EXIT
009990         IF NOT WS-REV-VALIDO
010000             ADD 1 TO WS-CONT-RECHAZADOS
010010             GO TO 2010-EXIT
010020         END-IF
010030     END-IF.
010040     MOVE WS-MA-COD TO SOC-COD.
010050     READ SOCIOS
010060         INVALID KEY
010070             ADD 1 TO WS-CONT-RECHAZADOS
010080             MOVE 'RECHAZADO - NO EXISTE' TO WS-RESULTADO
010090             GO TO 2010-EXIT
010100     END-READ.
010110     MOVE SOC-REG TO WS-JRN-ANTES.
010120     MOVE SOC-FEC-ULT-PAGO TO WS-FEC-ULT-ANT.
010130     EVALUATE TRUE
010140         WHEN WS-MA-DEPOSITO
010150             SUBTRACT WS-MA-IMPORTE FROM SOC-SALDO
010160             SUBTRACT WS-MA-IMPORTE FROM WS-TOTAL-APLICADO
010170             MOVE WS-MA-FECHA TO SOC-FEC-ULT-PAGO
010180         WHEN WS-MA-PAGO
010190             SUBTRACT WS-MA-IMPORTE FROM SOC-SALDO
010200             SUBTRACT WS-MA-IMPORTE FROM WS-TOTAL-APLICADO
010210             MOVE WS-MA-FECHA TO SOC-FEC-ULT-PAGO
010220         WHEN WS-MA-CARGO
010230             ADD WS-MA-IMPORTE TO SOC-SALDO
010240             ADD WS-MA-IMPORTE TO WS-TOTAL-APLICADO
010250         WHEN WS-MA-AJUSTE
010260             ADD WS-MA-IMPORTE TO SOC-SALDO
010270             ADD WS-MA-IMPORTE TO WS-TOTAL-APLICADO
010280         WHEN WS-MA-REVERSO
010290             PERFORM 2060-DESHACER-MOV THRU 2060-EXIT
010300     END-EVALUATE.
010310     REWRITE SOC-REG
010320         INVALID KEY
010330             ADD 1 TO WS-CONT-RECHAZADOS
010340             MOVE 'RECHAZADO - REWRITE' TO WS-RESULTADO
010350             GO TO 2010-EXIT
010360     END-REWRITE.
010370     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
010380     PERFORM 2070-REGISTRAR-INDICE THRU 2070-EXIT.
010390     ADD 1 TO WS-CONT-APLICADOS.
010400     MOVE 'S' TO WS-SW-MOV-APLICADO.
010410     MOVE 'MOVIMIENTO APLICADO' TO WS-RESULTADO.
010420 2010-EXIT.
010430     EXIT.
010440*
010450 2020-GRABAR-HISTORIA.
010460     MOVE WS-MA-COD TO HIS-COD.
010470     MOVE WS-MA-TIPO TO HIS-TIPO.
010480     MOVE WS-MA-IMPORTE TO HIS-IMPORTE.
010490     MOVE WS-MA-FECHA TO HIS-FECHA.
010500     MOVE WS-MA-FILIAL TO HIS-FILIAL.
010510     MOVE WS-MA-CAJERO TO HIS-CAJERO.
010520     MOVE WS-FECHA-PROCESO TO HIS-FEC-PROCESO.
010530     MOVE WS-MA-NUMERO TO HIS-NUMERO.
010540     IF WS-MA-REVERSO
010550         MOVE WS-MA-NRO-ANULA TO HIS-NRO-ANULA
010560         MOVE WS-OR-TIPO TO HIS-TIPO-ANULA
010570     ELSE
010580         MOVE ZERO TO HIS-NRO-ANULA
010590         MOVE SPACE TO HIS-TIPO-ANULA
010600     END-IF.
010610     WRITE HIS-REG.
010620     IF WS-FS-HIST NOT = '00'
010630         MOVE 'MOV-HIST.DAT' TO WS-NOMBRE-ARCHIVO
010640         MOVE WS-FS-HIST TO WS-FS-COMUN
010650         PERFORM 9900-ABEND-ARCHIVO
010660     END-IF.
010670 2020-EXIT.
010680     EXIT.
010690*
010700 2040-REGISTRAR-LOG.
010710     MOVE WS-MA-COD TO WS-LM-COD.
010720     EVALUATE TRUE
010730         WHEN WS-MA-DEPOSITO
010740             MOVE 'DEPOSITO' TO WS-LM-TIPO
010750         WHEN WS-MA-PAGO
010760             MOVE 'PAGO' TO WS-LM-TIPO
010770         WHEN WS-MA-CARGO
010780             MOVE 'CARGO' TO WS-LM-TIPO
010790         WHEN WS-MA-AJUSTE
010800             MOVE 'AJUSTE' TO WS-LM-TIPO
010810         WHEN WS-MA-REVERSO
010820             MOVE 'REVERSO' TO WS-LM-TIPO
010830         WHEN OTHER
010840             MOVE 'DESCONOCIDO' TO WS-LM-TIPO
010850     END-EVALUATE.
010860     MOVE WS-MA-IMPORTE TO WS-LM-IMPORTE.
010870     MOVE WS-RESULTADO TO WS-LM-RESULTADO.
010880     IF WS-MOV-APLICADO
010890         MOVE SOC-SALDO TO WS-LM-SALDO
010900     ELSE
010910         MOVE ZERO TO WS-LM-SALDO
010920     END-IF.
010930     WRITE RPT-MOV-REG FROM WS-LINEA-MOV.
010940 2040-EXIT.
010950     EXIT.
010960*****************************************************************
010970* 2045-REGISTRAR-PAR PRINTS, UNDER AN APPLIED REVERSAL'S LOG
010980* LINE, THE PAIRING: THE REVERSAL'S OWN NUMBER AND THE NUMBER
010990* AND TYPE OF THE MOVEMENT IT CANCELLED.
011000*****************************************************************
011010 2045-REGISTRAR-PAR.
011020     MOVE WS-MA-NUMERO TO WS-LV-NUMERO.
011030     MOVE WS-MA-NRO-ANULA TO WS-LV-NRO-ANULA.
011040     EVALUATE WS-OR-TIPO
011050         WHEN 'D'
011060             MOVE 'DEPOSITO' TO WS-LV-TIPO
011070         WHEN 'P'
011080             MOVE 'PAGO' TO WS-LV-TIPO
011090         WHEN 'C'
011100             MOVE 'CARGO' TO WS-LV-TIPO
011110         WHEN 'A'
011120             MOVE 'AJUSTE' TO WS-LV-TIPO
011130     END-EVALUATE.
011140     WRITE RPT-MOV-REG FROM WS-LINEA-REVERSO.
011150 2045-EXIT.
011160     EXIT.
011170*
011180 2046-REGISTRAR-AUTORIZ.
011190     MOVE 'AUTORIZADO' TO WS-LA-TEXTO.
011200     MOVE WS-MA-SUPERVISOR TO WS-LA-SUPERVISOR.
011210     MOVE WS-MA-COD TO WS-LA-COD.
011220     MOVE WS-MA-IMPORTE TO WS-LA-IMPORTE.
011230     WRITE RPT-MOV-REG FROM WS-LINEA-AUTORIZ.
011240 2046-EXIT.
011250     EXIT.
011260*
011270*****************************************************************
011280* 2050-VALIDAR-REVERSO LOOKS THE REVERSAL'S TARGET UP ON THE
011290* MOVEMENT INDEX. THE TARGET MUST EXIST, BELONG TO THE SAME
011300* MEMBER, NOT BE A REVERSAL ITSELF, NOT BE REVERSED ALREADY,
011310* AND CARRY THE SAME IMPORTE AS THE CARD - A MISKEYED NUMBER
011320* THAT HAPPENS TO HIT ANOTHER MOVEMENT OF THE SAME MEMBER IS
011330* CAUGHT BY THE AMOUNT. THE TARGET'S TYPE AND IMPORTE ARE
011340* KEPT IN WS-ORIGEN FOR THE UNDO.
011350*****************************************************************
011360 2050-VALIDAR-REVERSO.
011370     MOVE 'N' TO WS-SW-REV-VALIDO.
011380     IF WS-MA-NRO-ANULA NOT NUMERIC OR WS-MA-NRO-ANULA = ZERO
011390         MOVE 'REVERSO SIN NUMERO' TO WS-RESULTADO
011400         GO TO 2050-EXIT
011410     END-IF.
011420     MOVE WS-MA-NRO-ANULA TO MVX-NUMERO.
011430     READ MOV-IDX
011440         INVALID KEY
011450             MOVE 'REVERSO - NO EXISTE' TO WS-RESULTADO
011460             GO TO 2050-EXIT
011470     END-READ.
011480     IF MVX-COD NOT = WS-MA-COD
011490         MOVE 'REVERSO - OTRO SOCIO' TO WS-RESULTADO
011500         GO TO 2050-EXIT
011510     END-IF.
011520     IF MVX-REVERSO
011530         MOVE 'REVERSO DE REVERSO' TO WS-RESULTADO
011540         GO TO 2050-EXIT
011550     END-IF.
011560     IF MVX-ANULADO
011570         MOVE 'REVERSO - YA ANULADO' TO WS-RESULTADO
011580         GO TO 2050-EXIT
011590     END-IF.
011600     IF MVX-IMPORTE NOT = WS-MA-IMPORTE
011610         MOVE 'REVERSO - IMPORTE DIF' TO WS-RESULTADO
011620         GO TO 2050-EXIT
011630     END-IF.
011640     MOVE MVX-TIPO TO WS-OR-TIPO.
011650     MOVE MVX-IMPORTE TO WS-OR-IMPORTE.
011660     MOVE 'S' TO WS-SW-REV-VALIDO.
011670 2050-EXIT.
011680     EXIT.
011690*
011700*****************************************************************
011710* 2060-DESHACER-MOV UNDOES THE ORIGINAL ON SOC-SALDO: A
011720* REVERSED DEPOSIT OR PAYMENT PUTS THE DEBT BACK, A REVERSED
011730* CHARGE OR ADJUSTMENT TAKES ITS SIGNED IMPORTE OFF AGAIN.
011740* WS-TOTAL-APLICADO MOVES THE SAME WAY, SO THE RUN-CONTROL
011750* NET EFFECT STILL TIES TO THE SALDOS.
011760*****************************************************************
011770 2060-DESHACER-MOV.
011780     EVALUATE WS-OR-TIPO
011790         WHEN 'D'
011800         WHEN 'P'
011810             ADD WS-OR-IMPORTE TO SOC-SALDO
011820             ADD WS-OR-IMPORTE TO WS-TOTAL-APLICADO
011830             PERFORM 2065-RECALCULAR-ULT-PAGO THRU 2065-EXIT
011840         WHEN OTHER
011850             SUBTRACT WS-OR-IMPORTE FROM SOC-SALDO
011860             SUBTRACT WS-OR-IMPORTE FROM WS-TOTAL-APLICADO
011870     END-EVALUATE.
011880 2060-EXIT.
011890     EXIT.
011900*
011910*****************************************************************
011920* 2065-RECALCULAR-ULT-PAGO - A REVERSED DEPOSIT OR PAYMENT MAY
011930* HAVE BEEN THE ONE THAT SET SOC-FEC-ULT-PAGO. THE MEMBER'S
011940* INDEX ENTRIES ARE WALKED ON THE ALTERNATE KEY, WHICH RETURNS
011950* THEM IN THE ORDER WRITTEN (NUMBER ORDER): THE LAST DEPOSIT
011960* OR PAYMENT STILL STANDING GIVES THE DATE, SINCE POSTING
011970* ALWAYS STAMPS THE LATEST ONE APPLIED. WHEN NONE IS LEFT, THE
011980* DATE GOES BACK TO WHAT IT WAS BEFORE THE MEMBER'S FIRST
011990* INDEXED PAYMENT (ITS MVX-FEC-ULT-ANT). WHEN THE REVERSED
012000* MOVEMENT WAS NOT THE LAST PAYMENT THE WALK SIMPLY RETURNS
012010* THE DATE ALREADY ON THE MASTER.
012020*****************************************************************
012030 2065-RECALCULAR-ULT-PAGO.
012040     MOVE 'N' TO WS-SW-FIN-INDICE.
012050     MOVE 'N' TO WS-SW-HAY-BASE.
012060     MOVE 'N' TO WS-SW-HAY-PAGO.
012070     MOVE ZERO TO WS-FEC-BASE.
012080     MOVE ZERO TO WS-FEC-ULT-VIG.
012090     MOVE WS-MA-COD TO MVX-COD.
012100     START MOV-IDX KEY = MVX-COD
012110         INVALID KEY
012120             MOVE 'S' TO WS-SW-FIN-INDICE
012130     END-START.
012140     PERFORM 2066-LEER-INDICE-SOCIO THRU 2066-EXIT
012150         UNTIL WS-FIN-INDICE.
012160     IF WS-HAY-PAGO
012170         MOVE WS-FEC-ULT-VIG TO SOC-FEC-ULT-PAGO
012180     ELSE
012190         IF WS-HAY-BASE
012200             MOVE WS-FEC-BASE TO SOC-FEC-ULT-PAGO
012210         END-IF
012220     END-IF.
012230 2065-EXIT.
012240     EXIT.
012250*
012260 2066-LEER-INDICE-SOCIO.
012270     READ MOV-IDX NEXT RECORD
012280         AT END
012290             MOVE 'S' TO WS-SW-FIN-INDICE
012300             GO TO 2066-EXIT
012310     END-READ.
012320     IF MVX-COD NOT = WS-MA-COD
012330         MOVE 'S' TO WS-SW-FIN-INDICE
012340         GO TO 2066-EXIT
012350     END-IF.
012360     IF NOT MVX-DEPOSITO AND NOT MVX-PAGO
012370         GO TO 2066-EXIT
012380     END-IF.
012390     IF NOT WS-HAY-BASE
012400         MOVE 'S' TO WS-SW-HAY-BASE
012410         MOVE MVX-FEC-ULT-ANT TO WS-FEC-BASE
012420     END-IF.
012430     IF MVX-NUMERO = WS-MA-NRO-ANULA OR MVX-ANULADO
012440         GO TO 2066-EXIT
012450     END-IF.
012460     MOVE 'S' TO WS-SW-HAY-PAGO.
012470     MOVE MVX-FECHA TO WS-FEC-ULT-VIG.
012480 2066-EXIT.
012490     EXIT.
012500*
012510*****************************************************************
012520* 2070-REGISTRAR-INDICE NUMBERS THE MOVEMENT JUST APPLIED AND
012530* ENTERS IT ON THE MOVEMENT INDEX WITH THE SOC-FEC-ULT-PAGO IT
012540* FOUND. A REVERSAL ALSO MARKS ITS TARGET ANULADO WITH ITS OWN
012550* NUMBER. THE CONTROL RECORD IS REWRITTEN AFTER EVERY NUMBER,
012560* SO A RUN THAT STOPS HALFWAY NEVER HANDS THE SAME NUMBER OUT
012570* TWICE ON THE RERUN.
012580*****************************************************************
012590 2070-REGISTRAR-INDICE.
012600     ADD 1 TO WS-ULT-NUMERO.
012610     MOVE WS-ULT-NUMERO TO WS-MA-NUMERO.
012620     MOVE WS-MA-NUMERO TO MVX-NUMERO.
012630     MOVE WS-MA-COD TO MVX-COD.
012640     MOVE WS-MA-TIPO TO MVX-TIPO.
012650     MOVE WS-MA-IMPORTE TO MVX-IMPORTE.
012660     MOVE WS-MA-FECHA TO MVX-FECHA.
012670     MOVE WS-FECHA-PROCESO TO MVX-FEC-PROCESO.
012680     MOVE 'V' TO MVX-ESTADO.
012690     IF WS-MA-REVERSO
012700         MOVE WS-MA-NRO-ANULA TO MVX-NRO-ANULA
012710     ELSE
012720         MOVE ZERO TO MVX-NRO-ANULA
012730     END-IF.
012740     MOVE WS-FEC-ULT-ANT TO MVX-FEC-ULT-ANT.
012750     WRITE MVX-REG
012760         INVALID KEY
012770             MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
012780             MOVE WS-FS-MVX TO WS-FS-COMUN
012790             PERFORM 9900-ABEND-ARCHIVO
012800     END-WRITE.
012810     IF WS-MA-REVERSO
012820         ADD 1 TO WS-CONT-REVERSOS
012830         MOVE WS-MA-NRO-ANULA TO MVX-NUMERO
012840         READ MOV-IDX
012850             INVALID KEY
012860                 MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
012870                 MOVE WS-FS-MVX TO WS-FS-COMUN
012880                 PERFORM 9900-ABEND-ARCHIVO
012890         END-READ
012900         MOVE 'A' TO MVX-ESTADO
012910         MOVE WS-MA-NUMERO TO MVX-NRO-ANULA
012920         REWRITE MVX-REG
012930             INVALID KEY
012940                 MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
012950                 MOVE WS-FS-MVX TO WS-FS-COMUN
012960                 PERFORM 9900-ABEND-ARCHIVO
012970         END-REWRITE
012980     END-IF.
012990     MOVE ZERO TO MVX-NUMERO.
013000     READ MOV-IDX
013010         INVALID KEY
013020             MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
013030             MOVE WS-FS-MVX TO WS-FS-COMUN
013040             PERFORM 9900-ABEND-ARCHIVO
013050     END-READ.
013060     MOVE WS-ULT-NUMERO TO MVX-ULT-NUMERO.
013070     REWRITE MVX-REG
013080         INVALID KEY
013090             MOVE 'MOV-IDX' TO WS-NOMBRE-ARCHIVO
013100             MOVE WS-FS-MVX TO WS-FS-COMUN
013110             PERFORM 9900-ABEND-ARCHIVO
013120     END-REWRITE.
013130 2070-EXIT.
013140     EXIT.
013150*
013160*
013170*****************************************************************
013180* 8200-GRABAR-JOURNAL APPENDS ONE BEFORE/AFTER-IMAGE RECORD TO
013190* THE COMMON SOCIOS JOURNAL FOR THE POSTING JUST APPLIED -
013200* THE BEFORE IMAGE WAS SAVED AT THE READ, THE AFTER IMAGE IS
013210* THE REWRITTEN SOC-REG.
013220*****************************************************************
013230 8200-GRABAR-JOURNAL.
013240     ACCEPT WS-HORA-AHORA FROM TIME.
013250     MOVE WS-HA-HORA TO WS-HJ-HORA.
013260     MOVE WS-HA-MIN TO WS-HJ-MIN.
013270     MOVE WS-HA-SEG TO WS-HJ-SEG.
013280     MOVE 'SOCMV01' TO JRN-PROGRAMA.
013290     MOVE WS-FECHA-PROCESO TO JRN-FECHA.
013300     MOVE WS-HORA-JRN TO JRN-HORA.
013310     MOVE WS-CTL-JOBID TO JRN-JOBID.
013320     MOVE 'M' TO JRN-ACCION.
013330     MOVE SOC-COD TO JRN-COD.
013340     MOVE WS-JRN-ANTES TO JRN-ANTES.
013350     MOVE SOC-REG TO JRN-DESPUES.
013360     WRITE JRN-REG.
013370     IF WS-FS-JRN NOT = '00'
013380         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
013390         MOVE WS-FS-JRN TO WS-FS-COMUN
013400         PERFORM 9900-ABEND-ARCHIVO
013410     END-IF.
013420 8200-EXIT.
013430     EXIT.
013440*
013450*****************************************************************
013460 9000-FINALIZAR.
013470*****************************************************************
013480     MOVE SPACES TO RPT-MOV-REG.
013490     WRITE RPT-MOV-REG.
013500     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-MOV-REG.
013510     WRITE RPT-MOV-REG.
013520     MOVE 'LOTES LEIDOS' TO WS-LR-ETIQUETA.
013530     MOVE WS-CONT-LOTES-LEIDOS TO WS-LR-CANT.
013540     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013550     MOVE 'LOTES APLICADOS' TO WS-LR-ETIQUETA.
013560     MOVE WS-CONT-LOTES-APLIC TO WS-LR-CANT.
013570     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013580     MOVE 'LOTES RECHAZADOS' TO WS-LR-ETIQUETA.
013590     MOVE WS-CONT-LOTES-RECH TO WS-LR-CANT.
013600     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013610     MOVE 'MOVIMIENTOS LEIDOS' TO WS-LR-ETIQUETA.
013620     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
013630     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013640     MOVE 'MOVIMIENTOS APLICADOS' TO WS-LR-ETIQUETA.
013650     MOVE WS-CONT-APLICADOS TO WS-LR-CANT.
013660     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013670     MOVE 'MOVIMIENTOS RECHAZADOS' TO WS-LR-ETIQUETA.
013680     MOVE WS-CONT-RECHAZADOS TO WS-LR-CANT.
013690     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013700     MOVE 'REVERSOS APLICADOS' TO WS-LR-ETIQUETA.
013710     MOVE WS-CONT-REVERSOS TO WS-LR-CANT.
013720     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013730     MOVE 'AUTORIZADOS POR SUPERVISOR' TO WS-LR-ETIQUETA.
013740     MOVE WS-CONT-AUTORIZADOS TO WS-LR-CANT.
013750     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013760     MOVE 'EXCEDIDOS NO AUTORIZADOS' TO WS-LR-ETIQUETA.
013770     MOVE WS-CONT-EXCEDIDOS TO WS-LR-CANT.
013780     WRITE RPT-MOV-REG FROM WS-LINEA-RESUMEN.
013790     MOVE 'EFECTO NETO EN SALDOS' TO WS-LT-ETIQUETA.
013800     MOVE WS-TOTAL-APLICADO TO WS-LT-IMPORTE.
013810     WRITE RPT-MOV-REG FROM WS-LINEA-TOTAL.
013820     PERFORM 8300-GRABAR-RUNCTL THRU 8300-EXIT.
013830     CLOSE SOCIOS.
013840     CLOSE CAJEROS.
013850     CLOSE SOCIOS-MOV.
013860     CLOSE MOV-HIST.
013870     CLOSE MOV-IDX.
013880     CLOSE SOC-JRN.
013890     CLOSE RPT-MOV.
013900 9000-EXIT.
013910     EXIT.
013920*
013930*****************************************************************
013940* 8300-GRABAR-RUNCTL APPENDS THIS RUN'S MACHINE-READABLE
013950* CONTROL RECORD (COPY RUNCTL) TO THE SHARED RUN-CONTROL FILE
013960* FOR THE CIERRE DIARIO VERIFICATION (SOCCD01).
013970*****************************************************************
013980 8300-GRABAR-RUNCTL.
013990     OPEN EXTEND RUN-CTL.
014000     IF WS-FS-RUN = '35'
014010         OPEN OUTPUT RUN-CTL
014020     END-IF.
014030     IF WS-FS-RUN NOT = '00'
014040         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
014050         MOVE WS-FS-RUN TO WS-FS-COMUN
014060         PERFORM 9900-ABEND-ARCHIVO
014070     END-IF.
014080     ACCEPT WS-HORA-AHORA FROM TIME.
014090     MOVE WS-HA-HORA TO WS-HJ-HORA.
014100     MOVE WS-HA-MIN TO WS-HJ-MIN.
014110     MOVE WS-HA-SEG TO WS-HJ-SEG.
014120     MOVE WS-HORA-JRN TO RUN-HORA.
014130     MOVE 'SOCMV01' TO RUN-PROGRAMA.
014140     MOVE WS-FECHA-PROCESO TO RUN-FECHA.
014150     MOVE WS-CTL-JOBID TO RUN-JOBID.
014160     MOVE WS-CONT-LEIDOS TO RUN-ENTRADA.
014170     MOVE WS-CONT-APLICADOS TO RUN-SALIDA.
014180     MOVE WS-TOTAL-APLICADO TO RUN-IMPORTE-1.
014190     MOVE ZERO TO RUN-IMPORTE-2.
014200     WRITE RUN-REG.
014210     IF WS-FS-RUN NOT = '00'
014220         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
014230         MOVE WS-FS-RUN TO WS-FS-COMUN
014240         PERFORM 9900-ABEND-ARCHIVO
014250     END-IF.
014260     CLOSE RUN-CTL.
014270 8300-EXIT.
014280     EXIT.
014290*
014300*****************************************************************
014310 9900-ABEND-ARCHIVO.
014320*****************************************************************
014330     DISPLAY 'SOCMV01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
014340     DISPLAY 'SOCMV01 - FILE STATUS = ' WS-FS-COMUN.
014350     MOVE 16 TO RETURN-CODE.
014360     STOP RUN.
014370*
014380 END PROGRAM SOCMV01.
