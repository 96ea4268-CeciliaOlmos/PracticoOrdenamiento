000010*****************************************************************
000020* PROGRAM:     CAJAR01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     DAILY CASH-DRAWER RECONCILIATION (ARQUEO DE CAJA).
000070*              EACH TELLER SUBMITS AN ARQUEO CARD (COPY ARQREG)
000080*              WITH THE CASH COUNTED AT CLOSE. THE PROGRAM ADDS
000090*              UP THE DEPOSITS AND PAYMENTS SOCMV01 POSTED UNDER
000100*              THE TELLER'S CODE FOR THE DAY (LESS THE REVERSALS
000110*              OF ANY DEPOSIT OR PAYMENT, WHICH WERE PAID BACK
000120*              OUT OF THE DRAWER) FROM THE MOVEMENT HISTORY AND
000130*              PRINTS, BY FILIAL AND TELLER, WHAT SHOULD BE IN
000140*              THE DRAWER AGAINST WHAT WAS COUNTED. EVERY
000150*              OVERAGE (SOBRANTE) AND SHORTAGE (FALTANTE) IS
000160*              LISTED, AS IS EVERY TELLER WHO POSTED CASH AND
000170*              SUBMITTED NO COUNT. THE DAY IS TODAY UNLESS THE
000180*              OPTIONAL SOCIOAQC CARD NAMES ANOTHER. THE SYSTEM
000190*              PSEUDO-TELLERS (COPY CAJSIS) HANDLE NO CASH AND
000200*              ARE LEFT OUT.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   15/10/2026 RCA   INITIAL VERSION.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CAJAR01.
000280 AUTHOR. R. CASTRO.
000290 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CAJEROS       ASSIGN TO CAJEROS
000370         ORGANIZATION INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CAJ-COD
000400         FILE STATUS IS WS-FS-CAJ.
000410     SELECT FILIALES      ASSIGN TO FILIALES
000420         ORGANIZATION INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS FLM-COD
000450         FILE STATUS IS WS-FS-FILMAE.
000460     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-HIS.
000490     SELECT ARQUEOS       ASSIGN TO SOCIOARQ
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-ARQ.
000520     SELECT ARQUEO-CTL    ASSIGN TO SOCIOAQC
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-AQC.
000550     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000560         FILE STATUS IS WS-FS-SORT.
000570     SELECT RPT-AQ        ASSIGN TO RPTAQ
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPTAQ.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CAJEROS.
000640     COPY cajreg.
000650*
000660 FD  FILIALES.
000670     COPY filreg.
000680*
000690 FD  MOV-HIST.
000700     COPY movhist.
000710*
000720 FD  ARQUEOS.
000730     COPY arqreg.
000740*
000750 FD  ARQUEO-CTL.
000760 01  AQC-REG.
000770     03  AQC-FECHA              PIC 9(08).
000780*
000790*    ONE SORT RECORD PER CASH MOVEMENT POSTED ('1') AND PER
000800*    ACCEPTED ARQUEO CARD ('2'), KEYED SO EACH TELLER'S POSTINGS
000810*    COME JUST AHEAD OF THE COUNT, BY FILIAL.
000820 SD  ARCH-SORT.
000830 01  AQ-REG.
000840     03  AQ-FILIAL              PIC 9(03).
000850     03  AQ-CAJERO              PIC X(06).
000860     03  AQ-ORIGEN              PIC X(01).
000870         88  AQ-POSTEADO                VALUE '1'.
000880         88  AQ-CONTADO                 VALUE '2'.
000890     03  AQ-IMPORTE             PIC S9(8)V99.
000900*
000910 FD  RPT-AQ.
000920 01  RPT-AQ-REG                 PIC X(132).
000930*
000940 WORKING-STORAGE SECTION.
000950     COPY filial.
000960*
000970     COPY cajsis.
000980*
000990 01  WS-SWITCHES.
001000     05  WS-SW-FIN-HIS          PIC X(01) VALUE 'N'.
001010         88  WS-FIN-HIS                 VALUE 'S'.
001020     05  WS-SW-FIN-ARQ          PIC X(01) VALUE 'N'.
001030         88  WS-FIN-ARQ                 VALUE 'S'.
001040     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
001050         88  WS-FIN-SORT                VALUE 'S'.
001060     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001070         88  WS-FIN-FILMAE              VALUE 'S'.
001080     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
001090         88  WS-HAY-GRUPO               VALUE 'S'.
001100     05  WS-SW-HAY-CAJERO       PIC X(01) VALUE 'N'.
001110         88  WS-HAY-CAJERO              VALUE 'S'.
001120     05  WS-SW-ENC-RECHAZO      PIC X(01) VALUE 'N'.
001130         88  WS-ENC-RECHAZO-HECHO       VALUE 'S'.
001140     05  WS-SW-CAJ-SISTEMA      PIC X(01) VALUE 'N'.
001150         88  WS-CAJ-SISTEMA             VALUE 'S'.
001160*
001170 01  WS-FS-CAJ                  PIC X(02) VALUE '00'.
001180*
001190 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001200*
001210 01  WS-FS-HIS                  PIC X(02) VALUE '00'.
001220*
001230 01  WS-FS-ARQ                  PIC X(02) VALUE '00'.
001240*
001250 01  WS-FS-AQC                  PIC X(02) VALUE '00'.
001260*
001270 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001280*
001290 01  WS-FS-RPTAQ                PIC X(02) VALUE '00'.
001300*
001310 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001320*
001330 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001340*
001350 01  WS-FECHA-HOY.
001360     05  WS-FH-ANIO             PIC 9(04).
001370     05  WS-FH-MES              PIC 9(02).
001380     05  WS-FH-DIA              PIC 9(02).
001390*
001400*    THE DAY BEING RECONCILED - TODAY UNLESS THE SOCIOAQC CARD
001410*    NAMES ANOTHER.
001420 01  WS-FECHA-ARQUEO            PIC 9(08) VALUE ZERO.
001430*
001440 01  WS-FECHA-INT               PIC S9(09) VALUE ZERO.
001450*
001460 01  WS-MOTIVO-RECHAZO          PIC X(22) VALUE SPACES.
001470*
001480*    THE TELLER BEING ACCUMULATED IN THE SORTED STREAM.
001490 01  WS-CAJERO-ACTUAL.
001500     05  WS-CA-COD              PIC X(06) VALUE SPACES.
001510     05  WS-CA-MOVS             PIC 9(05) VALUE ZERO.
001520     05  WS-CA-ESPERADO         PIC S9(9)V99 VALUE ZERO.
001530     05  WS-CA-ARQUEOS          PIC 9(03) VALUE ZERO.
001540     05  WS-CA-CONTADO          PIC S9(9)V99 VALUE ZERO.
001550*
001560 01  WS-DIFERENCIA              PIC S9(9)V99 VALUE ZERO.
001570*
001580 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
001590*
001600 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
001610*
001620 01  WS-MENSAJES.
001630     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
001640     05  WS-MSG-NO-EXISTE       PIC X(20)
001650         VALUE 'NO EXISTE EN MAESTRO'.
001660*
001670 01  WS-CONTADORES.
001680     05  WS-CONT-HIS-LEIDOS     PIC 9(07) VALUE ZERO.
001690     05  WS-CONT-HIS-DIA        PIC 9(05) VALUE ZERO.
001700     05  WS-CONT-ARQ-LEIDOS     PIC 9(05) VALUE ZERO.
001710     05  WS-CONT-ARQ-RECHAZOS   PIC 9(05) VALUE ZERO.
001720     05  WS-CONT-CAJEROS        PIC 9(05) VALUE ZERO.
001730     05  WS-CONT-CUADRAN        PIC 9(05) VALUE ZERO.
001740     05  WS-CONT-SOBRANTES      PIC 9(05) VALUE ZERO.
001750     05  WS-CONT-FALTANTES      PIC 9(05) VALUE ZERO.
001760     05  WS-CONT-SIN-ARQUEO     PIC 9(05) VALUE ZERO.
001770*
001780 01  WS-TOTALES-FILIAL.
001790     05  WS-TF-ESPERADO         PIC S9(9)V99 VALUE ZERO.
001800     05  WS-TF-CONTADO          PIC S9(9)V99 VALUE ZERO.
001810     05  WS-TF-SOBRANTE         PIC S9(9)V99 VALUE ZERO.
001820     05  WS-TF-FALTANTE         PIC S9(9)V99 VALUE ZERO.
001830*
001840 01  WS-TOTALES-GENERAL.
001850     05  WS-TG-ESPERADO         PIC S9(9)V99 VALUE ZERO.
001860     05  WS-TG-CONTADO          PIC S9(9)V99 VALUE ZERO.
001870     05  WS-TG-SOBRANTE         PIC S9(9)V99 VALUE ZERO.
001880     05  WS-TG-FALTANTE         PIC S9(9)V99 VALUE ZERO.
001890     05  WS-TG-SIN-ARQUEO       PIC S9(9)V99 VALUE ZERO.
001900*
001910 01  WS-ENC-TITULO.
001920     05  FILLER                 PIC X(32)
001930         VALUE 'ARQUEO DE CAJA POR CAJERO - DIA'.
001940     05  WS-ET-FECHA            PIC 9(08).
001950     05  FILLER                 PIC X(14)
001960         VALUE '  PROCESADO '.
001970     05  WS-ET-PROCESO          PIC 9(08).
001980*
001990 01  WS-ENC-RECHAZO.
002000     05  FILLER                 PIC X(08) VALUE 'CAJERO'.
002010     05  FILLER                 PIC X(10) VALUE 'FECHA'.
002020     05  FILLER                 PIC X(15) VALUE '     IMPORTE'.
002030     05  FILLER                 PIC X(06) VALUE 'MOTIVO'.
002040*
002050 01  WS-LINEA-RECHAZO.
002060     05  WS-LR-CAJERO           PIC X(06).
002070     05  FILLER                 PIC X(02) VALUE SPACES.
002080     05  WS-LR-FECHA            PIC X(08).
002090     05  FILLER                 PIC X(02) VALUE SPACES.
002100     05  WS-LR-IMPORTE          PIC X(13).
002110     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  WS-LR-MOTIVO           PIC X(22).
002130*
002140 01  WS-ENC-FILIAL.
002150     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
002160     05  WS-EF-NOM              PIC X(15).
002170*
002180 01  WS-ENC-COLUMNAS.
002190     05  FILLER                 PIC X(08) VALUE 'CAJERO'.
002200     05  FILLER                 PIC X(22) VALUE 'NOMBRE'.
002210     05  FILLER                 PIC X(07) VALUE '  MOVS'.
002220     05  FILLER                 PIC X(16) VALUE '      ESPERADO '.
002230     05  FILLER                 PIC X(16) VALUE '       CONTADO '.
002240     05  FILLER                 PIC X(16) VALUE '    DIFERENCIA '.
002250     05  FILLER                 PIC X(10) VALUE 'ESTADO'.
002260*
002270 01  WS-LINEA-DET.
002280     05  WS-LD-CAJERO           PIC X(06).
002290     05  FILLER                 PIC X(02) VALUE SPACES.
002300     05  WS-LD-NOM              PIC X(20).
002310     05  FILLER                 PIC X(02) VALUE SPACES.
002320     05  WS-LD-MOVS             PIC ZZ,ZZ9.
002330     05  FILLER                 PIC X(01) VALUE SPACES.
002340     05  WS-LD-ESPERADO         PIC -ZZ,ZZZ,ZZ9.99.
002350     05  FILLER                 PIC X(02) VALUE SPACES.
002360     05  WS-LD-CONTADO          PIC -ZZ,ZZZ,ZZ9.99.
002370     05  FILLER                 PIC X(02) VALUE SPACES.
002380     05  WS-LD-DIFERENCIA       PIC -ZZ,ZZZ,ZZ9.99.
002390     05  FILLER                 PIC X(02) VALUE SPACES.
002400     05  WS-LD-ESTADO           PIC X(10).
002410     05  FILLER                 PIC X(01) VALUE SPACES.
002420     05  WS-LD-NOTA             PIC X(16).
002430*
002440 01  WS-LINEA-TOTAL.
002450     05  WS-LT-ETIQUETA         PIC X(36).
002460     05  WS-LT-ESPERADO         PIC -ZZ,ZZZ,ZZ9.99.
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  WS-LT-CONTADO          PIC -ZZ,ZZZ,ZZ9.99.
002490     05  FILLER                 PIC X(04) VALUE SPACES.
002500     05  FILLER                 PIC X(10) VALUE 'SOBRANTE'.
002510     05  WS-LT-SOBRANTE         PIC ZZ,ZZZ,ZZ9.99.
002520     05  FILLER                 PIC X(12) VALUE '  FALTANTE'.
002530     05  WS-LT-FALTANTE         PIC ZZ,ZZZ,ZZ9.99.
002540*
002550 01  WS-LINEA-CONTROL.
002560     05  WS-LC-ETIQUETA         PIC X(32).
002570     05  WS-LC-CANT             PIC ZZZ,ZZ9.
002580     05  FILLER                 PIC X(03) VALUE SPACES.
002590     05  WS-LC-IMPORTE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
002600*
002610 PROCEDURE DIVISION.
002620*****************************************************************
002630 0000-MAINLINE.
002640*****************************************************************
002650     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002660     PERFORM 3000-ORDENAR THRU 3000-EXIT.
002670     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002680     STOP RUN.
002690*
002700*****************************************************************
002710 1000-INICIALIZAR.
002720*****************************************************************
002730     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002740     MOVE WS-FECHA-HOY TO WS-FECHA-ARQUEO.
002750     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
002760     PERFORM 1400-CARGAR-FILIALES THRU 1400-EXIT.
002770     OPEN INPUT CAJEROS.
002780     IF WS-FS-CAJ NOT = '00'
002790         MOVE 'CAJEROS' TO WS-NOMBRE-ARCHIVO
002800         MOVE WS-FS-CAJ TO WS-FS-COMUN
002810         PERFORM 9900-ABEND-ARCHIVO
002820     END-IF.
002830     OPEN OUTPUT RPT-AQ.
002840     IF WS-FS-RPTAQ NOT = '00'
002850         MOVE 'RPT-AQ' TO WS-NOMBRE-ARCHIVO
002860         MOVE WS-FS-RPTAQ TO WS-FS-COMUN
002870         PERFORM 9900-ABEND-ARCHIVO
002880     END-IF.
002890     MOVE WS-FECHA-ARQUEO TO WS-ET-FECHA.
002900     MOVE WS-FECHA-HOY TO WS-ET-PROCESO.
002910     WRITE RPT-AQ-REG FROM WS-ENC-TITULO.
002920 1000-EXIT.
002930     EXIT.
002940*
002950*****************************************************************
002960* 1100-LEER-CONTROL READS THE OPTIONAL SOCIOAQC CARD, WHICH
002970* NAMES THE DAY TO RECONCILE WHEN IT IS NOT TODAY (A LATE COUNT,
002980* OR A RERUN). NO CARD, OR A BLANK DATE, KEEPS TODAY. A DATE
002990* THAT IS NOT A REAL CALENDAR DATE STOPS THE RUN.
003000*****************************************************************
003010 1100-LEER-CONTROL.
003020     OPEN INPUT ARQUEO-CTL.
003030     IF WS-FS-AQC NOT = '00'
003040         GO TO 1100-EXIT
003050     END-IF.
003060     READ ARQUEO-CTL
003070         AT END
003080             CLOSE ARQUEO-CTL
003090             GO TO 1100-EXIT
003100     END-READ.
003110     CLOSE ARQUEO-CTL.
003120     IF AQC-FECHA = SPACES
003130         GO TO 1100-EXIT
003140     END-IF.
003150     IF AQC-FECHA NOT NUMERIC
003160         DISPLAY 'CAJAR01 - FECHA DE ARQUEO INVALIDA ' AQC-FECHA
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     COMPUTE WS-FECHA-INT =
003210         FUNCTION INTEGER-OF-DATE (AQC-FECHA).
003220     IF WS-FECHA-INT NOT > ZERO
003230         DISPLAY 'CAJAR01 - FECHA DE ARQUEO INVALIDA ' AQC-FECHA
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     MOVE AQC-FECHA TO WS-FECHA-ARQUEO.
003280 1100-EXIT.
003290     EXIT.
003300*
003310*****************************************************************
003320* 1400-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
003330* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
003340* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
003350*****************************************************************
003360 1400-CARGAR-FILIALES.
003370     MOVE ZERO TO WS-FIL-CANT.
003380     OPEN INPUT FILIALES.
003390     IF WS-FS-FILMAE NOT = '00'
003400         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
003410         MOVE WS-FS-FILMAE TO WS-FS-COMUN
003420         PERFORM 9900-ABEND-ARCHIVO
003430     END-IF.
003440     PERFORM 1410-LEER-FILIAL THRU 1410-EXIT
003450         UNTIL WS-FIN-FILMAE.
003460     CLOSE FILIALES.
003470     IF WS-FIL-CANT = ZERO
003480         DISPLAY 'CAJAR01 - ARCHIVO FILIALES VACIO'
003490         MOVE 16 TO RETURN-CODE
003500         STOP RUN
003510     END-IF.
003520 1400-EXIT.
003530     EXIT.
003540*
003550 1410-LEER-FILIAL.
003560     READ FILIALES
003570         AT END
003580             MOVE 'S' TO WS-SW-FIN-FILMAE
003590             GO TO 1410-EXIT
003600     END-READ.
003610     IF WS-FIL-CANT >= WS-FIL-MAX
003620         DISPLAY 'CAJAR01 - TABLA DE FILIALES LLENA - MAX '
003630             WS-FIL-MAX
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     ADD 1 TO WS-FIL-CANT.
003680     SET FIL-IDX TO WS-FIL-CANT.
003690     MOVE FLM-COD TO FIL-COD (FIL-IDX).
003700     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
003710     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
003720     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
003730 1410-EXIT.
003740     EXIT.
003750*
003760*****************************************************************
003770 3000-ORDENAR.
003780*****************************************************************
003790     SORT ARCH-SORT
003800         ASCENDING KEY AQ-FILIAL
003810         ASCENDING KEY AQ-CAJERO
003820         ASCENDING KEY AQ-ORIGEN
003830         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
003840         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
003850     IF WS-FS-SORT NOT = '00'
003860         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003870         MOVE WS-FS-SORT TO WS-FS-COMUN
003880         PERFORM 9900-ABEND-ARCHIVO
003890     END-IF.
003900 3000-EXIT.
003910     EXIT.
003920*
003930*****************************************************************
003940* PROCESO-ENTRADA - RELEASES EVERY CASH MOVEMENT OF THE DAY FROM
003950* THE HISTORY AND EVERY ARQUEO CARD THAT PASSES ITS CHECKS.
003960* REFUSED CARDS PRINT HERE, AHEAD OF THE RECONCILIATION.
003970*****************************************************************
003980 6000-PROCESO-ENTRADA.
003990     OPEN INPUT MOV-HIST.
004000     IF WS-FS-HIS NOT = '00'
004010         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
004020         MOVE WS-FS-HIS TO WS-FS-COMUN
004030         PERFORM 9900-ABEND-ARCHIVO
004040     END-IF.
004050     OPEN INPUT ARQUEOS.
004060     IF WS-FS-ARQ NOT = '00'
004070         MOVE 'ARQUEOS' TO WS-NOMBRE-ARCHIVO
004080         MOVE WS-FS-ARQ TO WS-FS-COMUN
004090         PERFORM 9900-ABEND-ARCHIVO
004100     END-IF.
004110     PERFORM 6100-LIBERAR-HISTORIA THRU 6100-EXIT
004120         UNTIL WS-FIN-HIS.
004130     PERFORM 6200-LIBERAR-ARQUEO THRU 6200-EXIT
004140         UNTIL WS-FIN-ARQ.
004150     CLOSE MOV-HIST.
004160     CLOSE ARQUEOS.
004170 6000-EXIT.
004180     EXIT.
004190*
004200*****************************************************************
004210* 6100-LIBERAR-HISTORIA - ONLY CASH MOVES THE DRAWER: A DEPOSIT
004220* OR PAYMENT TAKEN IN ON THE DAY ADDS, A REVERSAL OF ONE PAID
004230* BACK ON THE DAY TAKES IT OFF. CHARGES, ADJUSTMENTS AND THEIR
004240* REVERSALS ARE BOOK ENTRIES AND ARE SKIPPED. THE FILIAL IS THE
004250* TELLER'S FROM THE MASTER, OR THE MOVEMENT'S FOR A CODE NO
004260* LONGER ON FILE.
004270*****************************************************************
004280 6100-LIBERAR-HISTORIA.
004290     READ MOV-HIST
004300         AT END
004310             MOVE 'S' TO WS-SW-FIN-HIS
004320             GO TO 6100-EXIT
004330     END-READ.
004340     ADD 1 TO WS-CONT-HIS-LEIDOS.
004350     IF HIS-FECHA NOT = WS-FECHA-ARQUEO
004360         GO TO 6100-EXIT
004370     END-IF.
004380     MOVE HIS-CAJERO TO CAJ-COD.
004390     PERFORM 6300-ES-SISTEMA THRU 6300-EXIT.
004400     IF WS-CAJ-SISTEMA OR HIS-CAJERO = SPACES
004410         GO TO 6100-EXIT
004420     END-IF.
004430     MOVE SPACES TO AQ-REG.
004440     MOVE '1' TO AQ-ORIGEN.
004450     MOVE HIS-CAJERO TO AQ-CAJERO.
004460     EVALUATE TRUE
004470         WHEN HIS-TIPO = 'D' OR HIS-TIPO = 'P'
004480             MOVE HIS-IMPORTE TO AQ-IMPORTE
004490         WHEN HIS-TIPO = 'R'
004500          AND (HIS-TIPO-ANULA = 'D' OR HIS-TIPO-ANULA = 'P')
004510             COMPUTE AQ-IMPORTE = ZERO - HIS-IMPORTE
004520         WHEN OTHER
004530             GO TO 6100-EXIT
004540     END-EVALUATE.
004550     READ CAJEROS
004560         INVALID KEY
004570             MOVE HIS-FILIAL TO AQ-FILIAL
004580         NOT INVALID KEY
004590             MOVE CAJ-FILIAL TO AQ-FILIAL
004600     END-READ.
004610     ADD 1 TO WS-CONT-HIS-DIA.
004620     PERFORM 6400-LIBERAR THRU 6400-EXIT.
004630 6100-EXIT.
004640     EXIT.
004650*
004660*****************************************************************
004670* 6200-LIBERAR-ARQUEO - A CARD FOR ANOTHER DAY, WITH AN
004680* UNREADABLE AMOUNT, OR FOR A CODE THAT IS NOT A TELLER ON THE
004690* MASTER CANNOT BE RECONCILED AND IS LISTED AS REFUSED.
004700*****************************************************************
004710 6200-LIBERAR-ARQUEO.
004720     READ ARQUEOS
004730         AT END
004740             MOVE 'S' TO WS-SW-FIN-ARQ
004750             GO TO 6200-EXIT
004760     END-READ.
004770     ADD 1 TO WS-CONT-ARQ-LEIDOS.
004780     IF ARQ-CAJERO = SPACES
004790         MOVE 'CAJERO EN BLANCO' TO WS-MOTIVO-RECHAZO
004800         PERFORM 6250-RECHAZAR-ARQUEO THRU 6250-EXIT
004810         GO TO 6200-EXIT
004820     END-IF.
004830     IF ARQ-FECHA NOT NUMERIC OR ARQ-FECHA NOT = WS-FECHA-ARQUEO
004840         MOVE 'FECHA DISTINTA' TO WS-MOTIVO-RECHAZO
004850         PERFORM 6250-RECHAZAR-ARQUEO THRU 6250-EXIT
004860         GO TO 6200-EXIT
004870     END-IF.
004880     IF ARQ-IMPORTE NOT NUMERIC
004890         MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-RECHAZO
004900         PERFORM 6250-RECHAZAR-ARQUEO THRU 6250-EXIT
004910         GO TO 6200-EXIT
004920     END-IF.
004930     MOVE ARQ-CAJERO TO CAJ-COD.
004940     PERFORM 6300-ES-SISTEMA THRU 6300-EXIT.
004950     IF WS-CAJ-SISTEMA
004960         MOVE 'CAJERO DE SISTEMA' TO WS-MOTIVO-RECHAZO
004970         PERFORM 6250-RECHAZAR-ARQUEO THRU 6250-EXIT
004980         GO TO 6200-EXIT
004990     END-IF.
005000     READ CAJEROS
005010         INVALID KEY
005020             MOVE 'CAJERO INEXISTENTE' TO WS-MOTIVO-RECHAZO
005030             PERFORM 6250-RECHAZAR-ARQUEO THRU 6250-EXIT
005040             GO TO 6200-EXIT
005050     END-READ.
005060     MOVE SPACES TO AQ-REG.
005070     MOVE '2' TO AQ-ORIGEN.
005080     MOVE ARQ-CAJERO TO AQ-CAJERO.
005090     MOVE CAJ-FILIAL TO AQ-FILIAL.
005100     MOVE ARQ-IMPORTE TO AQ-IMPORTE.
005110     PERFORM 6400-LIBERAR THRU 6400-EXIT.
005120 6200-EXIT.
005130     EXIT.
005140*
005150 6250-RECHAZAR-ARQUEO.
005160     IF NOT WS-ENC-RECHAZO-HECHO
005170         MOVE 'S' TO WS-SW-ENC-RECHAZO
005180         MOVE SPACES TO RPT-AQ-REG
005190         WRITE RPT-AQ-REG
005200         MOVE 'ARQUEOS RECHAZADOS' TO RPT-AQ-REG
005210         WRITE RPT-AQ-REG
005220         WRITE RPT-AQ-REG FROM WS-ENC-RECHAZO
005230     END-IF.
005240     ADD 1 TO WS-CONT-ARQ-RECHAZOS.
005250     MOVE ARQ-CAJERO TO WS-LR-CAJERO.
005260     MOVE ARQ-FECHA TO WS-LR-FECHA.
005270     MOVE ARQ-IMPORTE-X TO WS-LR-IMPORTE.
005280     MOVE WS-MOTIVO-RECHAZO TO WS-LR-MOTIVO.
005290     WRITE RPT-AQ-REG FROM WS-LINEA-RECHAZO.
005300 6250-EXIT.
005310     EXIT.
005320*
005330 6300-ES-SISTEMA.
005340     MOVE 'N' TO WS-SW-CAJ-SISTEMA.
005350     SET CSI-IDX TO 1.
005360     SEARCH CSI-ENTRY
005370         AT END
005380             CONTINUE
005390         WHEN CSI-COD (CSI-IDX) = CAJ-COD
005400             MOVE 'S' TO WS-SW-CAJ-SISTEMA
005410     END-SEARCH.
005420 6300-EXIT.
005430     EXIT.
005440*
005450 6400-LIBERAR.
005460     RELEASE AQ-REG.
005470     IF WS-FS-SORT NOT = '00'
005480         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
005490         MOVE WS-FS-SORT TO WS-FS-COMUN
005500         PERFORM 9900-ABEND-ARCHIVO
005510     END-IF.
005520 6400-EXIT.
005530     EXIT.
005540*
005550*****************************************************************
005560* PROCESO-SALIDA - WALKS THE SORTED STREAM, ACCUMULATING EACH
005570* TELLER'S POSTINGS AND COUNT, AND PRINTS THE TELLER WHEN THE
005580* CODE OR THE FILIAL CHANGES. EACH FILIAL IS HEADED AND TOTALLED.
005590*****************************************************************
005600 7000-PROCESO-SALIDA.
005610     MOVE SPACES TO RPT-AQ-REG.
005620     WRITE RPT-AQ-REG.
005630     MOVE 'CONCILIACION POR FILIAL Y CAJERO' TO RPT-AQ-REG.
005640     WRITE RPT-AQ-REG.
005650     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
005660         UNTIL WS-FIN-SORT.
005670     PERFORM 7200-CERRAR-CAJERO THRU 7200-EXIT.
005680     PERFORM 7300-CERRAR-FILIAL THRU 7300-EXIT.
005690     IF WS-CONT-CAJEROS = ZERO
005700         MOVE SPACES TO RPT-AQ-REG
005710         WRITE RPT-AQ-REG
005720         MOVE '  SIN MOVIMIENTOS NI ARQUEOS PARA EL DIA'
005730             TO RPT-AQ-REG
005740         WRITE RPT-AQ-REG
005750     END-IF.
005760 7000-EXIT.
005770     EXIT.
005780*
005790 7100-DEVOLVER-REG.
005800     RETURN ARCH-SORT INTO AQ-REG
005810         AT END
005820             MOVE 'S' TO WS-SW-FIN-SORT
005830             GO TO 7100-EXIT
005840     END-RETURN.
005850     IF WS-FS-SORT NOT = '00'
005860         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
005870         MOVE WS-FS-SORT TO WS-FS-COMUN
005880         PERFORM 9900-ABEND-ARCHIVO
005890     END-IF.
005900     IF NOT WS-HAY-GRUPO OR AQ-FILIAL NOT = WS-FILIAL-GRUPO
005910         PERFORM 7200-CERRAR-CAJERO THRU 7200-EXIT
005920         PERFORM 7300-CERRAR-FILIAL THRU 7300-EXIT
005930         MOVE 'S' TO WS-SW-HAY-GRUPO
005940         MOVE AQ-FILIAL TO WS-FILIAL-GRUPO
005950         PERFORM 7550-ENCABEZAR-FILIAL THRU 7550-EXIT
005960     END-IF.
005970     IF NOT WS-HAY-CAJERO OR AQ-CAJERO NOT = WS-CA-COD
005980         PERFORM 7200-CERRAR-CAJERO THRU 7200-EXIT
005990         MOVE 'S' TO WS-SW-HAY-CAJERO
006000         MOVE AQ-CAJERO TO WS-CA-COD
006010     END-IF.
006020     IF AQ-POSTEADO
006030         ADD 1 TO WS-CA-MOVS
006040         ADD AQ-IMPORTE TO WS-CA-ESPERADO
006050     ELSE
006060         ADD 1 TO WS-CA-ARQUEOS
006070         ADD AQ-IMPORTE TO WS-CA-CONTADO
006080     END-IF.
006090 7100-EXIT.
006100     EXIT.
006110*
006120*****************************************************************
006130* 7200-CERRAR-CAJERO PRINTS THE TELLER JUST ACCUMULATED. THE
006140* DIFFERENCE IS COUNTED LESS EXPECTED: ABOVE ZERO IS AN OVERAGE,
006150* BELOW ZERO A SHORTAGE. A TELLER WHO POSTED CASH AND SUBMITTED
006160* NO COUNT IS LISTED AS SIN ARQUEO, OUTSIDE THE OVER AND SHORT
006170* TOTALS - THE DRAWER WAS NEVER COUNTED. MORE THAN ONE CARD FOR
006180* THE SAME TELLER IS ADDED UP AND FLAGGED FOR REVIEW.
006190*****************************************************************
006200 7200-CERRAR-CAJERO.
006210     IF NOT WS-HAY-CAJERO
006220         GO TO 7200-EXIT
006230     END-IF.
006240     ADD 1 TO WS-CONT-CAJEROS.
006250     MOVE SPACES TO WS-LD-NOTA.
006260     MOVE WS-CA-COD TO WS-LD-CAJERO.
006270     MOVE WS-CA-COD TO CAJ-COD.
006280     READ CAJEROS
006290         INVALID KEY
006300             MOVE WS-MSG-NO-EXISTE TO WS-LD-NOM
006310         NOT INVALID KEY
006320             MOVE CAJ-NOM TO WS-LD-NOM
006330     END-READ.
006340     MOVE WS-CA-MOVS TO WS-LD-MOVS.
006350     MOVE WS-CA-ESPERADO TO WS-LD-ESPERADO.
006360     ADD WS-CA-ESPERADO TO WS-TF-ESPERADO.
006370     ADD WS-CA-ESPERADO TO WS-TG-ESPERADO.
006380     PERFORM 7210-EVALUAR-ARQUEO THRU 7210-EXIT.
006390     WRITE RPT-AQ-REG FROM WS-LINEA-DET.
006400     MOVE 'N' TO WS-SW-HAY-CAJERO.
006410     MOVE SPACES TO WS-CA-COD.
006420     MOVE ZERO TO WS-CA-MOVS.
006430     MOVE ZERO TO WS-CA-ESPERADO.
006440     MOVE ZERO TO WS-CA-ARQUEOS.
006450     MOVE ZERO TO WS-CA-CONTADO.
006460 7200-EXIT.
006470     EXIT.
006480*
006490 7210-EVALUAR-ARQUEO.
006500     IF WS-CA-ARQUEOS = ZERO
006510         ADD 1 TO WS-CONT-SIN-ARQUEO
006520         ADD WS-CA-ESPERADO TO WS-TG-SIN-ARQUEO
006530         MOVE ZERO TO WS-LD-CONTADO
006540         MOVE ZERO TO WS-LD-DIFERENCIA
006550         MOVE 'SIN ARQUEO' TO WS-LD-ESTADO
006560         GO TO 7210-EXIT
006570     END-IF.
006580     IF WS-CA-ARQUEOS > 1
006590         MOVE 'MAS DE UN ARQUEO' TO WS-LD-NOTA
006600     END-IF.
006610     MOVE WS-CA-CONTADO TO WS-LD-CONTADO.
006620     ADD WS-CA-CONTADO TO WS-TF-CONTADO.
006630     ADD WS-CA-CONTADO TO WS-TG-CONTADO.
006640     COMPUTE WS-DIFERENCIA = WS-CA-CONTADO - WS-CA-ESPERADO.
006650     MOVE WS-DIFERENCIA TO WS-LD-DIFERENCIA.
006660     EVALUATE TRUE
006670         WHEN WS-DIFERENCIA = ZERO
006680             ADD 1 TO WS-CONT-CUADRAN
006690             MOVE 'CUADRA' TO WS-LD-ESTADO
006700         WHEN WS-DIFERENCIA > ZERO
006710             ADD 1 TO WS-CONT-SOBRANTES
006720             ADD WS-DIFERENCIA TO WS-TF-SOBRANTE
006730             ADD WS-DIFERENCIA TO WS-TG-SOBRANTE
006740             MOVE 'SOBRANTE' TO WS-LD-ESTADO
006750         WHEN OTHER
006760             ADD 1 TO WS-CONT-FALTANTES
006770             SUBTRACT WS-DIFERENCIA FROM WS-TF-FALTANTE
006780             SUBTRACT WS-DIFERENCIA FROM WS-TG-FALTANTE
006790             MOVE 'FALTANTE' TO WS-LD-ESTADO
006800     END-EVALUATE.
006810 7210-EXIT.
006820     EXIT.
006830*
006840 7300-CERRAR-FILIAL.
006850     IF NOT WS-HAY-GRUPO
006860         GO TO 7300-EXIT
006870     END-IF.
006880     MOVE '  TOTAL FILIAL' TO WS-LT-ETIQUETA.
006890     MOVE WS-TF-ESPERADO TO WS-LT-ESPERADO.
006900     MOVE WS-TF-CONTADO TO WS-LT-CONTADO.
006910     MOVE WS-TF-SOBRANTE TO WS-LT-SOBRANTE.
006920     MOVE WS-TF-FALTANTE TO WS-LT-FALTANTE.
006930     WRITE RPT-AQ-REG FROM WS-LINEA-TOTAL.
006940     MOVE ZERO TO WS-TF-ESPERADO.
006950     MOVE ZERO TO WS-TF-CONTADO.
006960     MOVE ZERO TO WS-TF-SOBRANTE.
006970     MOVE ZERO TO WS-TF-FALTANTE.
006980 7300-EXIT.
006990     EXIT.
007000*
007010 7550-ENCABEZAR-FILIAL.
007020     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
007030     SET FIL-IDX TO 1.
007040     SEARCH FIL-ENTRY
007050         AT END
007060             CONTINUE
007070         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
007080             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
007090     END-SEARCH.
007100     MOVE SPACES TO RPT-AQ-REG.
007110     WRITE RPT-AQ-REG.
007120     MOVE WS-NOM-FILIAL TO WS-EF-NOM.
007130     WRITE RPT-AQ-REG FROM WS-ENC-FILIAL.
007140     WRITE RPT-AQ-REG FROM WS-ENC-COLUMNAS.
007150 7550-EXIT.
007160     EXIT.
007170*
007180*****************************************************************
007190* 9000-FINALIZAR PRINTS THE COMPANY TOTAL AND THE RUN SUMMARY.
007200* AN OVERAGE OR SHORTAGE IS A FINDING FOR THE BRANCH, NOT A
007210* PROCESSING ERROR, SO THE RETURN CODE STAYS ZERO.
007220*****************************************************************
007230 9000-FINALIZAR.
007240     MOVE SPACES TO RPT-AQ-REG.
007250     WRITE RPT-AQ-REG.
007260     MOVE 'TOTAL GENERAL' TO WS-LT-ETIQUETA.
007270     MOVE WS-TG-ESPERADO TO WS-LT-ESPERADO.
007280     MOVE WS-TG-CONTADO TO WS-LT-CONTADO.
007290     MOVE WS-TG-SOBRANTE TO WS-LT-SOBRANTE.
007300     MOVE WS-TG-FALTANTE TO WS-LT-FALTANTE.
007310     WRITE RPT-AQ-REG FROM WS-LINEA-TOTAL.
007320     MOVE SPACES TO RPT-AQ-REG.
007330     WRITE RPT-AQ-REG.
007340     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-AQ-REG.
007350     WRITE RPT-AQ-REG.
007360     MOVE 'MOVIMIENTOS HISTORICOS LEIDOS' TO WS-LC-ETIQUETA.
007370     MOVE WS-CONT-HIS-LEIDOS TO WS-LC-CANT.
007380     MOVE ZERO TO WS-LC-IMPORTE.
007390     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007400     MOVE 'MOVIMIENTOS DE CAJA DEL DIA' TO WS-LC-ETIQUETA.
007410     MOVE WS-CONT-HIS-DIA TO WS-LC-CANT.
007420     MOVE WS-TG-ESPERADO TO WS-LC-IMPORTE.
007430     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007440     MOVE 'ARQUEOS LEIDOS' TO WS-LC-ETIQUETA.
007450     MOVE WS-CONT-ARQ-LEIDOS TO WS-LC-CANT.
007460     MOVE ZERO TO WS-LC-IMPORTE.
007470     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007480     MOVE 'ARQUEOS RECHAZADOS' TO WS-LC-ETIQUETA.
007490     MOVE WS-CONT-ARQ-RECHAZOS TO WS-LC-CANT.
007500     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007510     MOVE 'CAJEROS CONCILIADOS' TO WS-LC-ETIQUETA.
007520     MOVE WS-CONT-CAJEROS TO WS-LC-CANT.
007530     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007540     MOVE '  CUADRAN' TO WS-LC-ETIQUETA.
007550     MOVE WS-CONT-CUADRAN TO WS-LC-CANT.
007560     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007570     MOVE '  CON SOBRANTE' TO WS-LC-ETIQUETA.
007580     MOVE WS-CONT-SOBRANTES TO WS-LC-CANT.
007590     MOVE WS-TG-SOBRANTE TO WS-LC-IMPORTE.
007600     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007610     MOVE '  CON FALTANTE' TO WS-LC-ETIQUETA.
007620     MOVE WS-CONT-FALTANTES TO WS-LC-CANT.
007630     MOVE WS-TG-FALTANTE TO WS-LC-IMPORTE.
007640     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007650     MOVE '  SIN ARQUEO' TO WS-LC-ETIQUETA.
007660     MOVE WS-CONT-SIN-ARQUEO TO WS-LC-CANT.
007670     MOVE WS-TG-SIN-ARQUEO TO WS-LC-IMPORTE.
007680     WRITE RPT-AQ-REG FROM WS-LINEA-CONTROL.
007690     CLOSE CAJEROS.
007700     CLOSE RPT-AQ.
007710 9000-EXIT.
007720     EXIT.
007730*
007740*****************************************************************
007750 9900-ABEND-ARCHIVO.
007760*****************************************************************
007770     DISPLAY 'CAJAR01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
007780     DISPLAY 'CAJAR01 - FILE STATUS = ' WS-FS-COMUN.
007790     MOVE 16 TO RETURN-CODE.
007800     STOP RUN.
007810*
007820 END PROGRAM CAJAR01.
