000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   03/09/2026 RCA   INITIAL VERSION.
000260*   15/10/2026 RCA   A REVERSAL ('R') NO LONGER NETS INTO ITS
000270*                    GROUP: IT POSTS ITS OWN ENTRY PAIR, THE
000280*                    ORIGINAL'S PAIR WITH THE SIDES TURNED
000290*                    (CONCEPT ANUL CARGO / ANUL COBRO), FOLLOWED
000300*                    ON THE REPORT BY A LINE NAMING THE REVERSAL
000310*                    AND THE MOVEMENT IT CANCELS. BRANCH ACCOUNTS
000320*                    ARE NOW RESOLVED WHEN THE GROUP OPENS.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SOCCT01.
000360 AUTHOR. R. CASTRO.
000370 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000380 DATE-WRITTEN. 03/09/2026.
000390 DATE-COMPILED.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FILIALES      ASSIGN TO FILIALES
000450         ORGANIZATION INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS FLM-COD
000480         FILE STATUS IS WS-FS-FILMAE.
000490     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-HIST.
000520     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000530         FILE STATUS IS WS-FS-SORT.
000540     SELECT CTJ-EXTRACT   ASSIGN TO SOCIOCTJ
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-CTJ.
000570     SELECT JRNAL-CTL     ASSIGN TO SOCIOCTC
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-CTL.
000600     SELECT RPT-CT        ASSIGN TO RPTCT
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-RPTCT.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FILIALES.
000670     COPY filreg.
000680*
000690 FD  MOV-HIST.
000700     COPY movhist.
000710*
000720 SD  ARCH-SORT.
000730 01  CT-REG.
000740     03  CT-FECHA               PIC 9(08).
000750     03  CT-FILIAL              PIC 9(03).
000760     03  CT-TIPO                PIC X(01).
000770     03  CT-IMPORTE             PIC S9(8)V99.
000780     03  CT-NUMERO              PIC 9(09).
000790     03  CT-NRO-ANULA           PIC 9(09).
000800     03  CT-TIPO-ANULA          PIC X(01).
000810*
000820 FD  CTJ-EXTRACT.
000830     COPY ctjreg.
000840*
000850 FD  JRNAL-CTL.
000860 01  CTC-REG.
000870     03  CTC-FECHA              PIC 9(08).
000880*
000890 FD  RPT-CT.
000900 01  RPT-CT-REG                 PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930     COPY filial.
000940*
000950 01  WS-SWITCHES.
000960     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
000970         88  WS-FIN-HIST                VALUE 'S'.
000980     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
000990         88  WS-FIN-SORT                VALUE 'S'.
001000     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001010         88  WS-FIN-FILMAE              VALUE 'S'.
001020     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
001030         88  WS-HAY-GRUPO               VALUE 'S'.
001040     05  WS-SW-DESBALANCE       PIC X(01) VALUE 'N'.
001050         88  WS-DESBALANCE              VALUE 'S'.
001060*
001070 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001080*
001090 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
001100*
001110 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001120*
001130 01  WS-FS-CTJ                  PIC X(02) VALUE '00'.
001140*
001150 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001160*
001170 01  WS-FS-RPTCT                PIC X(02) VALUE '00'.
001180*
001190 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001200*
001210 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001220*
001230 01  WS-FECHA-HOY.
001240     05  WS-FH-ANIO             PIC 9(04).
001250     05  WS-FH-MES              PIC 9(02).
001260     05  WS-FH-DIA              PIC 9(02).
001270*
001280 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001290*
001300 01  WS-CONTADORES.
001310     05  WS-CONT-LEIDOS         PIC 9(07) VALUE ZERO.
001320     05  WS-CONT-TOMADOS        PIC 9(07) VALUE ZERO.
001330     05  WS-CONT-ASIENTOS       PIC 9(05) VALUE ZERO.
001340     05  WS-CONT-DIAS           PIC 9(05) VALUE ZERO.
001350     05  WS-CONT-SIN-FILIAL     PIC 9(05) VALUE ZERO.
001360     05  WS-CONT-REVERSOS       PIC 9(05) VALUE ZERO.
001370*
001380 01  WS-CTA-DEFECTO             PIC 9(06) VALUE ZERO.
001390*
001400 01  WS-FECHA-GRUPO             PIC 9(08) VALUE ZERO.
001410*
001420 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
001430*
001440 01  WS-GRP-CARGOS              PIC S9(9)V99 VALUE ZERO.
001450*
001460 01  WS-GRP-PAGOS               PIC S9(9)V99 VALUE ZERO.
001470*
001480 01  WS-DIA-DEBE                PIC S9(10)V99 VALUE ZERO.
001490*
001500 01  WS-DIA-HABER               PIC S9(10)V99 VALUE ZERO.
001510*
001520 01  WS-CTA-SOCIOS              PIC 9(06) VALUE ZERO.
001530*
001540 01  WS-CTA-CAJA                PIC 9(06) VALUE ZERO.
001550*
001560 01  WS-AS-IMPORTE              PIC S9(9)V99 VALUE ZERO.
001570*
001580 01  WS-AS-ABS                  PIC 9(08)V99 VALUE ZERO.
001590*
001600 01  WS-AS-CTA-DEBE             PIC 9(06) VALUE ZERO.
001610*
001620 01  WS-AS-CTA-HABER            PIC 9(06) VALUE ZERO.
001630*
001640 01  WS-CTA-SWAP                PIC 9(06) VALUE ZERO.
001650*
001660 01  WS-AS-CONCEPTO             PIC X(10) VALUE SPACES.
001670*
001680 01  WS-ENC-FECHA.
001690     05  FILLER                 PIC X(26)
001700         VALUE 'JORNAL DIARIO - PROCESO DE'.
001710     05  FILLER                 PIC X(01) VALUE SPACE.
001720     05  WS-EF-FECHA            PIC 9(08).
001730*
001740 01  WS-LINEA-ASIENTO.
001750     05  WS-LA-FECHA            PIC 9(08).
001760     05  FILLER                 PIC X(02) VALUE SPACES.
001770     05  WS-LA-FILIAL           PIC 9(03).
001780     05  FILLER                 PIC X(02) VALUE SPACES.
001790     05  WS-LA-CTA              PIC 9(06).
001800     05  FILLER                 PIC X(02) VALUE SPACES.
001810     05  WS-LA-DC               PIC X(01).
001820     05  FILLER                 PIC X(02) VALUE SPACES.
001830     05  WS-LA-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                 PIC X(02) VALUE SPACES.
001850     05  WS-LA-CONCEPTO         PIC X(10).
001860*
001870 01  WS-LINEA-PAR.
001880     05  FILLER                 PIC X(04) VALUE SPACES.
001890     05  FILLER                 PIC X(12) VALUE 'REVERSO NRO '.
001900     05  WS-LP-NUMERO           PIC 9(09).
001910     05  FILLER                 PIC X(11) VALUE ' ANULA NRO '.
001920     05  WS-LP-NRO-ANULA        PIC 9(09).
001930     05  FILLER                 PIC X(07) VALUE ' TIPO: '.
001940     05  WS-LP-TIPO             PIC X(01).
001950*
001960 01  WS-LINEA-DIA.
001970     05  WS-LD-ETIQUETA         PIC X(22).
001980     05  WS-LD-FECHA            PIC 9(08).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  WS-LD-DEBE             PIC -ZZZ,ZZZ,ZZ9.99.
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  WS-LD-HABER            PIC -ZZZ,ZZZ,ZZ9.99.
002030*
002040 01  WS-LINEA-RESUMEN.
002050     05  WS-LR-ETIQUETA         PIC X(30).
002060     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
002070*
002080 PROCEDURE DIVISION.
002090*****************************************************************
002100 0000-MAINLINE.
002110*****************************************************************
002120     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002130     PERFORM 3000-ORDENAR THRU 3000-EXIT.
002140     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002150     STOP RUN.
002160*
002170*****************************************************************
002180 1000-INICIALIZAR.
002190*****************************************************************
002200     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002210     MOVE WS-FECHA-HOY TO WS-FECHA-PROCESO.
002220     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
002230     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
002240     OPEN OUTPUT CTJ-EXTRACT.
002250     IF WS-FS-CTJ NOT = '00'
002260         MOVE 'CTJ-EXTRACT' TO WS-NOMBRE-ARCHIVO
002270         MOVE WS-FS-CTJ TO WS-FS-COMUN
002280         PERFORM 9900-ABEND-ARCHIVO
002290     END-IF.
002300     OPEN OUTPUT RPT-CT.
002310     IF WS-FS-RPTCT NOT = '00'
002320         MOVE 'RPT-CT' TO WS-NOMBRE-ARCHIVO
002330         MOVE WS-FS-RPTCT TO WS-FS-COMUN
002340         PERFORM 9900-ABEND-ARCHIVO
002350     END-IF.
002360     MOVE WS-FECHA-PROCESO TO WS-EF-FECHA.
002370     WRITE RPT-CT-REG FROM WS-ENC-FECHA.
002380     MOVE SPACES TO RPT-CT-REG.
002390     WRITE RPT-CT-REG.
002400 1000-EXIT.
002410     EXIT.
002420*
002430*****************************************************************
002440* 1100-LEER-CONTROL - OPTIONAL PROCESSING-DATE OVERRIDE CARD
002450* (YYYYMMDD), FOR JOURNALING A PRIOR DAY'S POSTINGS. NO FILE,
002460* NO CARD, OR A NON-NUMERIC DATE KEEPS THE RUN DATE - THE
002470* NIGHTLY CASE, JOURNALING THE POSTINGS JUST APPLIED.
002480*****************************************************************
002490 1100-LEER-CONTROL.
002500     OPEN INPUT JRNAL-CTL.
002510     IF WS-FS-CTL = '00'
002520        READ JRNAL-CTL
002530            AT END
002540                CONTINUE
002550        END-READ
002560        IF WS-FS-CTL = '00'
002570            AND CTC-FECHA NUMERIC
002580            AND CTC-FECHA NOT = ZERO
002590            MOVE CTC-FECHA TO WS-FECHA-PROCESO
002600        END-IF
002610        CLOSE JRNAL-CTL
002620     END-IF.
002630 1100-EXIT.
002640     EXIT.
002650*
002660*****************************************************************
002670* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002680* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002690* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
002700*****************************************************************
002710 1200-CARGAR-FILIALES.
002720     MOVE ZERO TO WS-FIL-CANT.
002730     OPEN INPUT FILIALES.
002740     IF WS-FS-FILMAE NOT = '00'
002750         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002760         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002770         PERFORM 9900-ABEND-ARCHIVO
002780     END-IF.
002790     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002800         UNTIL WS-FIN-FILMAE.
002810     CLOSE FILIALES.
002820     IF WS-FIL-CANT = ZERO
002830         DISPLAY 'SOCCT01 - ARCHIVO FILIALES VACIO'
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870 1200-EXIT.
002880     EXIT.
002890*
002900 1210-LEER-FILIAL.
002910     READ FILIALES
002920         AT END
002930             MOVE 'S' TO WS-SW-FIN-FILMAE
002940             GO TO 1210-EXIT
002950     END-READ.
002960     IF WS-FIL-CANT >= WS-FIL-MAX
002970         DISPLAY 'SOCCT01 - TABLA DE FILIALES LLENA - MAX '
002980             WS-FIL-MAX
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     ADD 1 TO WS-FIL-CANT.
003030     SET FIL-IDX TO WS-FIL-CANT.
003040     MOVE FLM-COD TO FIL-COD (FIL-IDX).
003050     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
003060     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
003070     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
003080 1210-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120 3000-ORDENAR.
003130*****************************************************************
003140     SORT ARCH-SORT
003150         ASCENDING KEY CT-FECHA CT-FILIAL
003160         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
003170         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
003180     IF WS-FS-SORT NOT = '00'
003190         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003200         MOVE WS-FS-SORT TO WS-FS-COMUN
003210         PERFORM 9900-ABEND-ARCHIVO
003220     END-IF.
003230 3000-EXIT.
003240     EXIT.
003250*
003260*****************************************************************
003270* PROCESO-ENTRADA - READS THE MOVEMENT HISTORY AND RELEASES
003280* THE DAY'S MOVEMENTS (HIS-FEC-PROCESO = THE REQUESTED DATE)
003290* KEYED BY MOVEMENT DATE AND BRANCH.
003300* HISTORY WRITTEN BEFORE THE MOVEMENT NUMBERING CARRIES
003310* BLANK NUMBER FIELDS AND IS RELEASED WITH ZEROS.
003320*****************************************************************
003330 6000-PROCESO-ENTRADA.
003340     OPEN INPUT MOV-HIST.
003350     IF WS-FS-HIST NOT = '00'
003360         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
003370         MOVE WS-FS-HIST TO WS-FS-COMUN
003380         PERFORM 9900-ABEND-ARCHIVO
003390     END-IF.
003400     PERFORM 6010-LEER-HIST THRU 6010-EXIT
003410         UNTIL WS-FIN-HIST.
003420     CLOSE MOV-HIST.
003430 6000-EXIT.
003440     EXIT.
003450*
003460 6010-LEER-HIST.
003470     READ MOV-HIST
003480         AT END
003490             MOVE 'S' TO WS-SW-FIN-HIST
003500             GO TO 6010-EXIT
003510     END-READ.
003520     ADD 1 TO WS-CONT-LEIDOS.
003530     IF HIS-FEC-PROCESO NOT = WS-FECHA-PROCESO
003540         GO TO 6010-EXIT
003550     END-IF.
003560     ADD 1 TO WS-CONT-TOMADOS.
003570     MOVE HIS-FECHA TO CT-FECHA.
003580     MOVE HIS-FILIAL TO CT-FILIAL.
003590     MOVE HIS-TIPO TO CT-TIPO.
003600     MOVE HIS-IMPORTE TO CT-IMPORTE.
003610     IF HIS-NUMERO NUMERIC
003620         MOVE HIS-NUMERO TO CT-NUMERO
003630         MOVE HIS-NRO-ANULA TO CT-NRO-ANULA
003640         MOVE HIS-TIPO-ANULA TO CT-TIPO-ANULA
003650     ELSE
003660         MOVE ZERO TO CT-NUMERO
003670         MOVE ZERO TO CT-NRO-ANULA
003680         MOVE SPACE TO CT-TIPO-ANULA
003690     END-IF.
003700     RELEASE CT-REG.
003710     IF WS-FS-SORT NOT = '00'
003720         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003730         MOVE WS-FS-SORT TO WS-FS-COMUN
003740         PERFORM 9900-ABEND-ARCHIVO
003750     END-IF.
003760 6010-EXIT.
003770     EXIT.
003780*
003790*****************************************************************
003800* PROCESO-SALIDA - RETURNS THE SORTED MOVEMENTS AND BREAKS ON
003810* HIS-FECHA / HIS-FILIAL: EACH GROUP NETS ITS CHARGES AND ITS
003820* COLLECTIONS AND EMITS THE BALANCED ENTRY PAIRS; EACH DATE
003830* BREAK PROVES THE DAY'S DEBITS EQUAL ITS CREDITS.
003840* A REVERSAL IS NOT NETTED - IT POSTS ITS OWN PAIR ON THE
003850* SPOT (7150) SO THE JOURNAL SHOWS IT AGAINST ITS ORIGINAL.
003860*****************************************************************
003870 7000-PROCESO-SALIDA.
003880     MOVE 'N' TO WS-SW-HAY-GRUPO.
003890     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
003900         UNTIL WS-FIN-SORT.
003910     IF WS-HAY-GRUPO
003920         PERFORM 7200-CERRAR-GRUPO THRU 7200-EXIT
003930         PERFORM 7300-CERRAR-DIA THRU 7300-EXIT
003940     END-IF.
003950 7000-EXIT.
003960     EXIT.
003970*
003980 7100-DEVOLVER-REG.
003990     RETURN ARCH-SORT INTO CT-REG
004000         AT END
004010             MOVE 'S' TO WS-SW-FIN-SORT
004020             GO TO 7100-EXIT
004030     END-RETURN.
004040     IF WS-FS-SORT NOT = '00'
004050         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
004060         MOVE WS-FS-SORT TO WS-FS-COMUN
004070         PERFORM 9900-ABEND-ARCHIVO
004080     END-IF.
004090     IF NOT WS-HAY-GRUPO
004100         MOVE 'S' TO WS-SW-HAY-GRUPO
004110         MOVE CT-FECHA TO WS-FECHA-GRUPO
004120         MOVE CT-FILIAL TO WS-FILIAL-GRUPO
004130         PERFORM 7210-ABRIR-GRUPO THRU 7210-EXIT
004140     ELSE
004150         IF CT-FECHA NOT = WS-FECHA-GRUPO
004160             PERFORM 7200-CERRAR-GRUPO THRU 7200-EXIT
004170             PERFORM 7300-CERRAR-DIA THRU 7300-EXIT
004180             MOVE CT-FECHA TO WS-FECHA-GRUPO
004190             MOVE CT-FILIAL TO WS-FILIAL-GRUPO
004200             PERFORM 7210-ABRIR-GRUPO THRU 7210-EXIT
004210         ELSE
004220             IF CT-FILIAL NOT = WS-FILIAL-GRUPO
004230                 PERFORM 7200-CERRAR-GRUPO THRU 7200-EXIT
004240                 MOVE CT-FILIAL TO WS-FILIAL-GRUPO
004250                 PERFORM 7210-ABRIR-GRUPO THRU 7210-EXIT
004260             END-IF
004270         END-IF
004280     END-IF.
004290     IF CT-TIPO = 'R'
004300         PERFORM 7150-ASIENTO-REVERSO THRU 7150-EXIT
004310         GO TO 7100-EXIT
004320     END-IF.
004330     IF CT-TIPO = 'C' OR CT-TIPO = 'A'
004340         ADD CT-IMPORTE TO WS-GRP-CARGOS
004350     ELSE
004360         ADD CT-IMPORTE TO WS-GRP-PAGOS
004370     END-IF.
004380 7100-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420* 7150-ASIENTO-REVERSO POSTS A REVERSAL AS THE NEGATIVE OF ITS
004430* ORIGINAL'S PAIR: A CANCELLED CHARGE OR ADJUSTMENT ON THE
004440* RECEIVABLE/OFFSET PAIR, A CANCELLED PAYMENT OR DEPOSIT ON
004450* THE CASH/RECEIVABLE PAIR. 7250 TURNS THE NEGATIVE FIGURE
004460* INTO THE OPPOSITE SIDES, SO THE ORIGINAL'S ENTRY IS UNDONE
004470* EXACTLY. THE PAIRING LINE FOLLOWS THE ENTRY ON THE REPORT.
004480*****************************************************************
004490 7150-ASIENTO-REVERSO.
004500     COMPUTE WS-AS-IMPORTE = CT-IMPORTE * -1.
004510     IF CT-TIPO-ANULA = 'C' OR CT-TIPO-ANULA = 'A'
004520         MOVE WS-CTA-SOCIOS TO WS-AS-CTA-DEBE
004530         MOVE WS-CTA-CAJA TO WS-AS-CTA-HABER
004540         MOVE 'ANUL CARGO' TO WS-AS-CONCEPTO
004550     ELSE
004560         MOVE WS-CTA-CAJA TO WS-AS-CTA-DEBE
004570         MOVE WS-CTA-SOCIOS TO WS-AS-CTA-HABER
004580         MOVE 'ANUL COBRO' TO WS-AS-CONCEPTO
004590     END-IF.
004600     PERFORM 7250-EMITIR-ASIENTO THRU 7250-EXIT.
004610     MOVE CT-NUMERO TO WS-LP-NUMERO.
004620     MOVE CT-NRO-ANULA TO WS-LP-NRO-ANULA.
004630     MOVE CT-TIPO-ANULA TO WS-LP-TIPO.
004640     WRITE RPT-CT-REG FROM WS-LINEA-PAR.
004650     ADD 1 TO WS-CONT-REVERSOS.
004660 7150-EXIT.
004670     EXIT.
004680*
004690 7210-ABRIR-GRUPO.
004700     MOVE ZERO TO WS-GRP-CARGOS.
004710     MOVE ZERO TO WS-GRP-PAGOS.
004720     PERFORM 7220-RESOLVER-CUENTAS THRU 7220-EXIT.
004730 7210-EXIT.
004740     EXIT.
004750*
004760*****************************************************************
004770* 7200-CERRAR-GRUPO EMITS THE GROUP'S BALANCED PAIRS ON THE
004780* ACCOUNTS RESOLVED AT GROUP OPEN: CHARGES/ADJUSTMENTS DEBIT
004790* THE MEMBER RECEIVABLE AGAINST THE BRANCH OFFSET, COLLECTIONS
004800* DEBIT THE BRANCH CASH AGAINST THE RECEIVABLE. A BRANCH NOT
004810* ON THE TABLE POSTS TO THE DEFAULT SUSPENSE ACCOUNT, COUNTED
004820* AND STILL BALANCED.
004830*****************************************************************
004840 7200-CERRAR-GRUPO.
004850     IF WS-GRP-CARGOS NOT = ZERO
004860         MOVE WS-GRP-CARGOS TO WS-AS-IMPORTE
004870         MOVE WS-CTA-SOCIOS TO WS-AS-CTA-DEBE
004880         MOVE WS-CTA-CAJA TO WS-AS-CTA-HABER
004890         MOVE 'CARGOS' TO WS-AS-CONCEPTO
004900         PERFORM 7250-EMITIR-ASIENTO THRU 7250-EXIT
004910     END-IF.
004920     IF WS-GRP-PAGOS NOT = ZERO
004930         MOVE WS-GRP-PAGOS TO WS-AS-IMPORTE
004940         MOVE WS-CTA-CAJA TO WS-AS-CTA-DEBE
004950         MOVE WS-CTA-SOCIOS TO WS-AS-CTA-HABER
004960         MOVE 'COBRANZAS' TO WS-AS-CONCEPTO
004970         PERFORM 7250-EMITIR-ASIENTO THRU 7250-EXIT
004980     END-IF.
004990 7200-EXIT.
005000     EXIT.
005010*
005020 7220-RESOLVER-CUENTAS.
005030     MOVE WS-CTA-DEFECTO TO WS-CTA-SOCIOS.
005040     MOVE WS-CTA-DEFECTO TO WS-CTA-CAJA.
005050     SET FIL-IDX TO 1.
005060     SEARCH FIL-ENTRY
005070         AT END
005080             ADD 1 TO WS-CONT-SIN-FILIAL
005090         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
005100             MOVE FIL-CTA-CONTABLE (FIL-IDX) TO WS-CTA-SOCIOS
005110             MOVE FIL-CTA-CAJA (FIL-IDX) TO WS-CTA-CAJA
005120     END-SEARCH.
005130 7220-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170* 7250-EMITIR-ASIENTO WRITES ONE BALANCED DEBE/HABER PAIR TO
005180* THE JOURNAL FILE AND THE REPORT. A NEGATIVE NET (E.G. AN
005190* ADJUSTMENT DAY THAT NETS BELOW ZERO) SWAPS THE SIDES AND
005200* POSTS THE ABSOLUTE AMOUNT - THE JOURNAL NEVER CARRIES A
005210* NEGATIVE FIGURE.
005220*****************************************************************
005230 7250-EMITIR-ASIENTO.
005240     IF WS-AS-IMPORTE < ZERO
005250         COMPUTE WS-AS-ABS = WS-AS-IMPORTE * -1
005260         MOVE WS-AS-CTA-DEBE TO WS-CTA-SWAP
005270         MOVE WS-AS-CTA-HABER TO WS-AS-CTA-DEBE
005280         MOVE WS-CTA-SWAP TO WS-AS-CTA-HABER
005290     ELSE
005300         MOVE WS-AS-IMPORTE TO WS-AS-ABS
005310     END-IF.
005320     PERFORM 7260-GRABAR-LINEA THRU 7260-EXIT.
005330 7250-EXIT.
005340     EXIT.
005350*
005360 7260-GRABAR-LINEA.
005370     MOVE WS-FECHA-GRUPO TO CTJ-FECHA.
005380     MOVE WS-FILIAL-GRUPO TO CTJ-FILIAL.
005390     MOVE WS-AS-CTA-DEBE TO CTJ-CTA.
005400     MOVE 'D' TO CTJ-DC.
005410     MOVE WS-AS-ABS TO CTJ-IMPORTE.
005420     MOVE WS-AS-CONCEPTO TO CTJ-CONCEPTO.
005430     WRITE CTJ-REG.
005440     IF WS-FS-CTJ NOT = '00'
005450         MOVE 'CTJ-EXTRACT' TO WS-NOMBRE-ARCHIVO
005460         MOVE WS-FS-CTJ TO WS-FS-COMUN
005470         PERFORM 9900-ABEND-ARCHIVO
005480     END-IF.
005490     ADD WS-AS-ABS TO WS-DIA-DEBE.
005500     PERFORM 7270-IMPRIMIR-LINEA THRU 7270-EXIT.
005510     MOVE WS-AS-CTA-HABER TO CTJ-CTA.
005520     MOVE 'H' TO CTJ-DC.
005530     WRITE CTJ-REG.
005540     IF WS-FS-CTJ NOT = '00'
005550         MOVE 'CTJ-EXTRACT' TO WS-NOMBRE-ARCHIVO
005560         MOVE WS-FS-CTJ TO WS-FS-COMUN
005570         PERFORM 9900-ABEND-ARCHIVO
005580     END-IF.
005590     ADD WS-AS-ABS TO WS-DIA-HABER.
005600     PERFORM 7270-IMPRIMIR-LINEA THRU 7270-EXIT.
005610     ADD 1 TO WS-CONT-ASIENTOS.
005620 7260-EXIT.
005630     EXIT.
005640*
005650 7270-IMPRIMIR-LINEA.
005660     MOVE CTJ-FECHA TO WS-LA-FECHA.
005670     MOVE CTJ-FILIAL TO WS-LA-FILIAL.
005680     MOVE CTJ-CTA TO WS-LA-CTA.
005690     MOVE CTJ-DC TO WS-LA-DC.
005700     MOVE CTJ-IMPORTE TO WS-LA-IMPORTE.
005710     MOVE CTJ-CONCEPTO TO WS-LA-CONCEPTO.
005720     WRITE RPT-CT-REG FROM WS-LINEA-ASIENTO.
005730 7270-EXIT.
005740     EXIT.
005750*
005760*****************************************************************
005770* 7300-CERRAR-DIA PROVES THE DAY: DEBITS MUST EQUAL CREDITS.
005780* AN UNBALANCED DAY MARKS THE RUN AND THE FINAL VERDICT ENDS
005790* IT WITH A NONZERO RETURN CODE - ACCOUNTING NEVER IMPORTS A
005800* JOURNAL THAT DOES NOT BALANCE.
005810*****************************************************************
005820 7300-CERRAR-DIA.
005830     ADD 1 TO WS-CONT-DIAS.
005840     MOVE 'TOTAL DIA ' TO WS-LD-ETIQUETA.
005850     MOVE WS-FECHA-GRUPO TO WS-LD-FECHA.
005860     MOVE WS-DIA-DEBE TO WS-LD-DEBE.
005870     MOVE WS-DIA-HABER TO WS-LD-HABER.
005880     WRITE RPT-CT-REG FROM WS-LINEA-DIA.
005890     IF WS-DIA-DEBE NOT = WS-DIA-HABER
005900         MOVE 'S' TO WS-SW-DESBALANCE
005910         MOVE 'DIA DESBALANCEADO - REVISAR' TO RPT-CT-REG
005920         WRITE RPT-CT-REG
005930     END-IF.
005940     MOVE SPACES TO RPT-CT-REG.
005950     WRITE RPT-CT-REG.
005960     MOVE ZERO TO WS-DIA-DEBE.
005970     MOVE ZERO TO WS-DIA-HABER.
005980 7300-EXIT.
005990     EXIT.
006000*
006010*****************************************************************
006020 9000-FINALIZAR.
006030*****************************************************************
006040     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CT-REG.
006050     WRITE RPT-CT-REG.
006060     MOVE 'MOVIMIENTOS LEIDOS' TO WS-LR-ETIQUETA.
006070     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
006080     WRITE RPT-CT-REG FROM WS-LINEA-RESUMEN.
006090     MOVE 'MOVIMIENTOS DEL DIA' TO WS-LR-ETIQUETA.
006100     MOVE WS-CONT-TOMADOS TO WS-LR-CANT.
006110     WRITE RPT-CT-REG FROM WS-LINEA-RESUMEN.
006120     MOVE 'ASIENTOS EMITIDOS' TO WS-LR-ETIQUETA.
006130     MOVE WS-CONT-ASIENTOS TO WS-LR-CANT.
006140     WRITE RPT-CT-REG FROM WS-LINEA-RESUMEN.
006150     MOVE 'DIAS JORNALIZADOS' TO WS-LR-ETIQUETA.
006160     MOVE WS-CONT-DIAS TO WS-LR-CANT.
006170     WRITE RPT-CT-REG FROM WS-LINEA-RESUMEN.
006180     MOVE 'GRUPOS SIN FILIAL-SUSPENSO' TO WS-LR-ETIQUETA.
006190     MOVE WS-CONT-SIN-FILIAL TO WS-LR-CANT.
006200     WRITE RPT-CT-REG FROM WS-LINEA-RESUMEN.
006210     MOVE 'REVERSOS JORNALIZADOS' TO WS-LR-ETIQUETA.
006220     MOVE WS-CONT-REVERSOS TO WS-LR-CANT.
006230     WRITE RPT-CT-REG FROM WS-LINEA-RESUMEN.
006240     IF WS-DESBALANCE
006250         MOVE 'JORNAL CON DIAS DESBALANCEADOS - NO IMPORTAR'
006260             TO RPT-CT-REG
006270         MOVE 16 TO RETURN-CODE
006280     ELSE
006290         MOVE 'JORNAL BALANCEADO' TO RPT-CT-REG
006300     END-IF.
006310     WRITE RPT-CT-REG.
006320     CLOSE CTJ-EXTRACT.
006330     CLOSE RPT-CT.
006340 9000-EXIT.
006350     EXIT.
006360*
006370*****************************************************************
006380 9900-ABEND-ARCHIVO.
006390*****************************************************************
006400     DISPLAY 'SOCCT01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
006410     DISPLAY 'SOCCT01 - FILE STATUS = ' WS-FS-COMUN.
006420     MOVE 16 TO RETURN-CODE.
006430     STOP RUN.
006440*
006450 END PROGRAM SOCCT01.
