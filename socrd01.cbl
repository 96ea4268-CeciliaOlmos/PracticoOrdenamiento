000010*****************************************************************
000020* PROGRAM:     SOCRD01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     MONTHLY BRANCH PERFORMANCE REPORT FOR MANAGEMENT.
000070*              FOR THE CLOSED PERIOD ON THE OPTIONAL SOCIORDC
000080*              CARD (DEFAULT LAST MONTH) IT GIVES, PER FILIAL:
000090*              - CUOTAS FACTURADAS: CHARGES ('C') PROCESSED IN
000100*                THE PERIOD, LESS CHARGES REVERSED IN IT;
000110*              - COBRADO: PAYMENTS AND DEPOSITS ('P'/'D') LESS
000120*                THOSE REVERSED, AND THE COLLECTION RATE
000130*                COBRADO / FACTURADO;
000140*              - ALTAS: MEMBERS WHOSE SOC-FEC-ALTA FALLS IN THE
000150*                PERIOD, WHETHER STILL ON THE MASTER OR SINCE
000160*                ARCHIVED;
000170*              - BAJAS: SOCIOS-HIST RECORDS DELETED IN THE
000180*                PERIOD;
000190*              - REINSTALACIONES: MEMBERS WRITTEN BACK FROM THE
000200*                ARCHIVE BY A SOCMT01 REINSTALA - A JOURNAL ALTA
000210*                FOR A CODE ALREADY ARCHIVED AS A BAJA THAT
000220*                CARRIES THE ARCHIVED (EARLIER) ALTA DATE; A NEW
000230*                MEMBER GIVEN AN OLD CODE IS AN ALTA ONLY;
000240*              - CRECIMIENTO NETO: ALTAS - BAJAS + REINSTALAS;
000250*              - DEUDA MAS DE 90 DIAS: THE MONTH-END BALANCE OF
000260*                EVERY DEBTOR 90 DAYS OR MORE PAST THE LAST
000270*                PAYMENT (OR THE ALTA WHEN NONE WAS MADE), THE
000280*                SOCAG01 RULE APPLIED AT THE CLOSE OF THE
000290*                PERIOD: BALANCE FROM THE SOCSN01 SNAPSHOT,
000300*                PAYMENTS FROM THE MOVEMENT HISTORY, LESS THOSE
000310*                REVERSED BY THE CLOSE.
000320*              EVERY FIGURE IS SET AGAINST THE PRIOR MONTH AND
000330*              THE SAME MONTH OF THE YEAR BEFORE, COMPUTED THE
000340*              SAME WAY FROM THE SAME FILES - THE MOVEMENT
000350*              ARCHIVE GENERATIONS (SOCIOMVA) PLUS THE CURRENT
000360*              HISTORY, THE SOCIOS MASTER, THE SOCIOS-HIST
000370*              ARCHIVE, THE SOCIOS JOURNAL AND THE THREE
000380*              MONTH-END SNAPSHOTS. MOVEMENTS GO BY HIS-FILIAL
000390*              AND HIS-FEC-PROCESO, THE SAME CUT AS THE SOCPC01
000400*              SPLIT. THE REPORT CLOSES WITH A RANKING OF THE
000410*              BRANCHES BY COLLECTION RATE AND THE COMPANY
000420*              TOTAL; THE SAME FIGURES GO TO A ';' DELIMITED
000430*              FILE (SOCIORDE) FOR THE FINANCE ANALYSTS.
000440*-----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460*   DATE       INIT  DESCRIPTION
000470*   15/10/2026 RCA   INITIAL VERSION.
000480*   15/10/2026 RCA   A JOURNAL ALTA COUNTS AS A REINSTALA ONLY
000490*                    WHEN ITS IMAGE CARRIES AN ALTA DATE EARLIER
000500*                    THAN THE CODE'S FIRST BAJA - A NEW MEMBER ON
000510*                    A REUSED CODE WAS COUNTED TWICE.
000520*   15/10/2026 RCA   A PAYMENT REVERSED BY THE CLOSE NO LONGER
000530*                    STOPS THE DEBT FROM AGEING PAST 90 DAYS, AS
000540*                    SOCMV01 RESETS SOC-FEC-ULT-PAGO FOR SOCAG01.
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. SOCRD01.
000580 AUTHOR. R. CASTRO.
000590 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000600 DATE-WRITTEN. 15/10/2026.
000610 DATE-COMPILED.
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT SOCIOS        ASSIGN TO SOCIOS
000670         ORGANIZATION INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS SOC-COD
000700         ALTERNATE RECORD KEY IS SOC-NOM
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-FS-SOCIOS.
000730     SELECT FILIALES      ASSIGN TO FILIALES
000740         ORGANIZATION INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS FLM-COD
000770         FILE STATUS IS WS-FS-FILMAE.
000780     SELECT SOCIOS-HIST   ASSIGN TO SOCIOHST
000790         ORGANIZATION LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-BAJAS.
000810     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
000820         ORGANIZATION LINE SEQUENTIAL
000830         FILE STATUS IS WS-FS-JRN.
000840     SELECT MOV-ARCH      ASSIGN TO SOCIOMVA
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-ARCH.
000870     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS IS WS-FS-HIST.
000900     SELECT SNAP-ACT      ASSIGN TO SNAPACT
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-SNP.
000930     SELECT SNAP-ANT      ASSIGN TO SNAPANT
000940         ORGANIZATION LINE SEQUENTIAL
000950         FILE STATUS IS WS-FS-SNP.
000960     SELECT SNAP-ANU      ASSIGN TO SNAPANU
000970         ORGANIZATION LINE SEQUENTIAL
000980         FILE STATUS IS WS-FS-SNP.
000990     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
001000         FILE STATUS IS WS-FS-SORT.
001010     SELECT REN-CTL       ASSIGN TO SOCIORDC
001020         ORGANIZATION LINE SEQUENTIAL
001030         FILE STATUS IS WS-FS-CTL.
001040     SELECT REN-EXT       ASSIGN TO SOCIORDE
001050         ORGANIZATION LINE SEQUENTIAL
001060         FILE STATUS IS WS-FS-EXT.
001070     SELECT RPT-RD        ASSIGN TO RPTRD
001080         ORGANIZATION LINE SEQUENTIAL
001090         FILE STATUS IS WS-FS-RPTRD.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  SOCIOS.
001140     COPY socreg.
001150*
001160 FD  FILIALES.
001170     COPY filreg.
001180*
001190 FD  SOCIOS-HIST.
001200     COPY sochist.
001210*
001220 FD  SOC-JRN.
001230     COPY jrnreg.
001240*
001250 FD  MOV-ARCH.
001260 01  ARC-REG                    PIC X(61).
001270*
001280 FD  MOV-HIST.
001290 01  MVH-REG                    PIC X(61).
001300*
001310 FD  SNAP-ACT.
001320 01  ACT-REG                    PIC X(26).
001330*
001340 FD  SNAP-ANT.
001350 01  ANT-REG                    PIC X(26).
001360*
001370 FD  SNAP-ANU.
001380 01  ANU-REG                    PIC X(26).
001390*
001400*    ONE SORT RECORD PER FACT ABOUT A MEMBER, IN RD-TIPO ORDER
001410*    WITHIN THE MEMBER: 1 MASTER RECORD, 2 ARCHIVED BAJA,
001420*    3 JOURNAL ALTA, 4 SNAPSHOT DEBT, 5 PAYMENT IN A 90-DAY
001430*    WINDOW OR A REVERSAL OF ONE (RD-FECHA ZERO). RD-PER IS THE
001440*    PERIOD SUBSCRIPT (1 THE PERIOD, 2 THE MONTH BEFORE, 3 THE
001450*    SAME MONTH LAST YEAR). RD-FECHA2 IS THE BAJA DATE (2), THE
001460*    ALTA DATE OF THE IMAGE (3) OR A MOVEMENT NUMBER (5): THE
001470*    PAYMENT'S OWN, OR THE ONE A REVERSAL CANCELS, SO THAT A
001480*    PAYMENT SORTS RIGHT AFTER ITS REVERSAL.
001490 SD  ARCH-SORT.
001500 01  RD-REG.
001510     03  RD-COD                 PIC 9(06).
001520     03  RD-TIPO                PIC 9(01).
001530     03  RD-FECHA               PIC 9(08).
001540     03  RD-FECHA2              PIC 9(09).
001550     03  RD-PER                 PIC 9(01).
001560     03  RD-FILIAL              PIC 9(03).
001570     03  RD-IMPORTE             PIC S9(8)V99.
001580*
001590 FD  REN-CTL.
001600 01  RDC-REG.
001610     03  RDC-PERIODO            PIC 9(06).
001620*
001630 FD  REN-EXT.
001640 01  EXT-REG                    PIC X(292).
001650*
001660 FD  RPT-RD.
001670 01  RPT-RD-REG                 PIC X(132).
001680*
001690 WORKING-STORAGE SECTION.
001700     COPY filial.
001710*
001720*    BOTH HISTORY FILES ARE READ INTO THIS ONE LAYOUT.
001730     COPY movhist.
001740*
001750*    THE THREE SNAPSHOTS ARE READ INTO THIS ONE LAYOUT.
001760     COPY snpreg.
001770*
001780*    LEADING FIELDS OF THE JOURNAL AFTER-IMAGE (SOC-REG).
001790 01  WS-IMAGEN.
001800     05  IMG-COD                PIC 9(06).
001810     05  IMG-NOM                PIC X(20).
001820     05  IMG-SALDO              PIC S9(8)V99.
001830     05  IMG-FILIAL             PIC 9(03).
001840     05  IMG-FEC-ALTA           PIC 9(08).
001850     05  FILLER                 PIC X(114).
001860*
001870 01  WS-SWITCHES.
001880     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001890         88  WS-FIN-SOCIOS              VALUE 'S'.
001900     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001910         88  WS-FIN-FILMAE              VALUE 'S'.
001920     05  WS-SW-FIN-BAJAS        PIC X(01) VALUE 'N'.
001930         88  WS-FIN-BAJAS               VALUE 'S'.
001940     05  WS-SW-FIN-JRN          PIC X(01) VALUE 'N'.
001950         88  WS-FIN-JRN                 VALUE 'S'.
001960     05  WS-SW-FIN-ARCH         PIC X(01) VALUE 'N'.
001970         88  WS-FIN-ARCH                VALUE 'S'.
001980     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
001990         88  WS-FIN-HIST                VALUE 'S'.
002000     05  WS-SW-FIN-SNP          PIC X(01) VALUE 'N'.
002010         88  WS-FIN-SNP                 VALUE 'S'.
002020     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
002030         88  WS-FIN-SORT                VALUE 'S'.
002040     05  WS-SW-HAY-SOCIO        PIC X(01) VALUE 'N'.
002050         88  WS-HAY-SOCIO               VALUE 'S'.
002060     05  WS-SW-OTRAS            PIC X(01) VALUE 'N'.
002070         88  WS-HAY-OTRAS               VALUE 'S'.
002080*
002090 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
002100*
002110 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
002120*
002130 01  WS-FS-BAJAS                PIC X(02) VALUE '00'.
002140*
002150 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
002160*
002170 01  WS-FS-ARCH                 PIC X(02) VALUE '00'.
002180*
002190 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
002200*
002210 01  WS-FS-SNP                  PIC X(02) VALUE '00'.
002220*
002230 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
002240*
002250 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
002260*
002270 01  WS-FS-EXT                  PIC X(02) VALUE '00'.
002280*
002290 01  WS-FS-RPTRD                PIC X(02) VALUE '00'.
002300*
002310 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
002320*
002330 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
002340*
002350 01  WS-FECHA-HOY.
002360     05  WS-FH-ANIO             PIC 9(04).
002370     05  WS-FH-MES              PIC 9(02).
002380     05  WS-FH-DIA              PIC 9(02).
002390*
002400 01  WS-PERIODO-HOY             PIC 9(06) VALUE ZERO.
002410*
002420 01  WS-PERIODO-AUX             PIC 9(06) VALUE ZERO.
002430 01  WS-PA-PARTES REDEFINES WS-PERIODO-AUX.
002440     05  WS-PA-ANIO             PIC 9(04).
002450     05  WS-PA-MES              PIC 9(02).
002460*
002470 01  WS-PROX-MES                PIC 9(08) VALUE ZERO.
002480 01  WS-PM-PARTES REDEFINES WS-PROX-MES.
002490     05  WS-PM-ANIO             PIC 9(04).
002500     05  WS-PM-MES              PIC 9(02).
002510     05  WS-PM-DIA              PIC 9(02).
002520*
002530 01  WS-FIN-INT                 PIC S9(09) VALUE ZERO.
002540*
002550*    THE THREE PERIODS COMPARED: 1 THE PERIOD REPORTED, 2 THE
002560*    MONTH BEFORE, 3 THE SAME MONTH A YEAR BEFORE. DESDE AND
002570*    FIN BOUND THE 90-DAY WINDOW ENDING ON THE LAST DAY OF THE
002580*    MONTH; AN ALTA ON OR BEFORE LIMITE IS 90 DAYS OLD AT THE
002590*    CLOSE.
002600 01  WS-TABLA-PERIODOS.
002610     05  WS-PER OCCURS 3 TIMES.
002620         10  WS-PER-PERIODO     PIC 9(06).
002630         10  WS-PER-DESDE       PIC 9(08).
002640         10  WS-PER-LIMITE      PIC 9(08).
002650         10  WS-PER-FIN         PIC 9(08).
002660*
002670 01  WS-K                       PIC 9(01) VALUE ZERO.
002680*
002690 01  WS-CIF                     PIC 9(01) VALUE ZERO.
002700*
002710 01  WS-COL                     PIC 9(01) VALUE ZERO.
002720*
002730 01  WS-SLOT                    PIC 9(02) VALUE ZERO.
002740*
002750 01  WS-SLOT-OTRAS              PIC 9(02) VALUE 51.
002760*
002770 01  WS-SLOT-TOTAL              PIC 9(02) VALUE 52.
002780*
002790 01  WS-FIL-BUSCA               PIC 9(03) VALUE ZERO.
002800*
002810 01  WS-PERIODO-BUSCA           PIC 9(06) VALUE ZERO.
002820*
002830*    FIGURES BY SLOT (ONE PER LOADED FILIAL, 51 FOR CODES NOT
002840*    ON FILIALES, 52 THE COMPANY TOTAL), PERIOD AND FIGURE:
002850*    1 FACTURADO, 2 COBRADO, 3 TASA DE COBRANZA, 4 ALTAS,
002860*    5 BAJAS, 6 REINSTALACIONES, 7 CRECIMIENTO NETO, 8 DEUDA
002870*    MAS DE 90 DIAS.
002880 01  WS-TABLA-RENDIM.
002890     05  WS-RT-SLOT OCCURS 52 TIMES.
002900         10  WS-RT-PER OCCURS 3 TIMES.
002910             15  WS-RT-CIFRA OCCURS 8 TIMES
002920                                PIC S9(11)V99.
002930*
002940*    THE MEMBER BEING CLOSED IN THE OUTPUT PROCEDURE.
002950 01  WS-SOCIO-ACTUAL.
002960     05  WS-MB-COD              PIC 9(06).
002970     05  WS-MB-MAESTRO          PIC X(01).
002980     05  WS-MB-ALTA             PIC 9(08).
002990     05  WS-MB-ALTA-FILIAL      PIC 9(03).
003000     05  WS-MB-BAJA             PIC 9(08).
003010     05  WS-MB-ANULADO          PIC 9(09).
003020     05  WS-MB-ANULADO-PER      PIC 9(01).
003030     05  WS-MB-PER OCCURS 3 TIMES.
003040         10  WS-MB-FOTO         PIC X(01).
003050         10  WS-MB-SALDO        PIC S9(8)V99.
003060         10  WS-MB-FILIAL       PIC 9(03).
003070         10  WS-MB-PAGO         PIC X(01).
003080*
003090 01  WS-CONTADORES.
003100     05  WS-CONT-LEIDOS-ARCH    PIC 9(07) VALUE ZERO.
003110     05  WS-CONT-LEIDOS-HIST    PIC 9(07) VALUE ZERO.
003120     05  WS-CONT-MOVS-PERIODO   PIC 9(07) VALUE ZERO.
003130     05  WS-CONT-SOCIOS         PIC 9(07) VALUE ZERO.
003140     05  WS-CONT-BAJAS          PIC 9(07) VALUE ZERO.
003150     05  WS-CONT-JRN            PIC 9(07) VALUE ZERO.
003160     05  WS-CONT-FOTO OCCURS 3 TIMES
003170                                PIC 9(07).
003180     05  WS-CONT-DEUDORES-90    PIC 9(07) VALUE ZERO.
003190     05  WS-CONT-FILAS          PIC 9(05) VALUE ZERO.
003200*
003210 01  WS-VALOR                   PIC S9(11)V99 VALUE ZERO.
003220*
003230 01  WS-ACTUAL                  PIC S9(11)V99 VALUE ZERO.
003240*
003250 01  WS-SLOT-COD                PIC X(03) VALUE SPACES.
003260*
003270 01  WS-SLOT-NOM                PIC X(15) VALUE SPACES.
003280*
003290 01  WS-MENSAJES.
003300     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
003310     05  WS-MSG-TOTAL           PIC X(15) VALUE 'TOTAL EMPRESA'.
003320*
003330 01  WS-NOMBRES-CIFRA.
003340     05  FILLER                 PIC X(24)
003350         VALUE 'CUOTAS FACTURADAS'.
003360     05  FILLER                 PIC X(24)
003370         VALUE 'COBRADO (PAGOS+DEPOS.)'.
003380     05  FILLER                 PIC X(24)
003390         VALUE 'TASA DE COBRANZA %'.
003400     05  FILLER                 PIC X(24)
003410         VALUE 'ALTAS'.
003420     05  FILLER                 PIC X(24)
003430         VALUE 'BAJAS'.
003440     05  FILLER                 PIC X(24)
003450         VALUE 'REINSTALACIONES'.
003460     05  FILLER                 PIC X(24)
003470         VALUE 'CRECIMIENTO NETO'.
003480     05  FILLER                 PIC X(24)
003490         VALUE 'DEUDA MAS DE 90 DIAS'.
003500 01  WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-CIFRA.
003510     05  WS-NOM-CIFRA OCCURS 8 TIMES
003520                                PIC X(24).
003530*
003540*    RANKING: SLOTS STILL TO PLACE AND THE ONE CHOSEN NEXT.
003550 01  WS-RANKING.
003560     05  WS-RK-CANT             PIC 9(02) VALUE ZERO.
003570     05  WS-RK-PUESTO           PIC 9(02) VALUE ZERO.
003580     05  WS-RK-MEJOR            PIC 9(02) VALUE ZERO.
003590     05  WS-RK-IDX              PIC 9(02) VALUE ZERO.
003600     05  WS-RK-CAND             PIC 9(02) VALUE ZERO.
003610     05  WS-RK-ENT OCCURS 51 TIMES.
003620         10  WS-RK-SLOT         PIC 9(02).
003630         10  WS-RK-USADO        PIC X(01).
003640*
003650 01  WS-ED-IMPORTE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003660*
003670 01  WS-ED-CANTIDAD-X.
003680     05  FILLER                 PIC X(03) VALUE SPACES.
003690     05  WS-ED-CANTIDAD         PIC -ZZ,ZZZ,ZZZ,ZZ9.
003700*
003710 01  WS-ENC-INFORME.
003720     05  FILLER                 PIC X(40)
003730         VALUE 'RENDIMIENTO MENSUAL POR FILIAL - PERIODO'.
003740     05  FILLER                 PIC X(01) VALUE SPACE.
003750     05  WS-EI-PERIODO          PIC 9(06).
003760     05  FILLER                 PIC X(20)
003770         VALUE '  MES ANTERIOR '.
003780     05  WS-EI-ANTERIOR         PIC 9(06).
003790     05  FILLER                 PIC X(20)
003800         VALUE '  ANO ANTERIOR '.
003810     05  WS-EI-ANIO-ANT         PIC 9(06).
003820*
003830 01  WS-ENC-FILIAL.
003840     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
003850     05  WS-EF-COD              PIC X(03).
003860     05  FILLER                 PIC X(01) VALUE SPACE.
003870     05  WS-EF-NOM              PIC X(15).
003880*
003890 01  WS-ENC-COLUMNAS.
003900     05  FILLER                 PIC X(24) VALUE 'CONCEPTO'.
003910     05  FILLER                 PIC X(10) VALUE SPACES.
003920     05  FILLER                 PIC X(10) VALUE 'MES ACTUAL'.
003930     05  FILLER                 PIC X(08) VALUE SPACES.
003940     05  FILLER                 PIC X(12) VALUE 'MES ANTERIOR'.
003950     05  FILLER                 PIC X(10) VALUE SPACES.
003960     05  FILLER                 PIC X(10) VALUE 'VARIACION'.
003970     05  FILLER                 PIC X(08) VALUE SPACES.
003980     05  FILLER                 PIC X(12) VALUE 'ANO ANTERIOR'.
003990     05  FILLER                 PIC X(10) VALUE SPACES.
004000     05  FILLER                 PIC X(10) VALUE 'VARIACION'.
004010*
004020 01  WS-LINEA-CIFRA.
004030     05  WS-LC-CONCEPTO         PIC X(24).
004040     05  WS-LC-COLUMNA OCCURS 5 TIMES.
004050         10  FILLER             PIC X(02).
004060         10  WS-LC-VALOR        PIC X(18).
004070*
004080 01  WS-ENC-RANKING.
004090     05  FILLER                 PIC X(40)
004100         VALUE 'RANKING DE FILIALES POR TASA DE COBRANZA'.
004110*
004120 01  WS-ENC-RANKING-COL.
004130     05  FILLER                 PIC X(26) VALUE 'PUESTO FILIAL'.
004140     05  FILLER                 PIC X(09) VALUE '   TASA %'.
004150     05  FILLER                 PIC X(13) VALUE SPACES.
004160     05  FILLER                 PIC X(07) VALUE 'COBRADO'.
004170     05  FILLER                 PIC X(11) VALUE SPACES.
004180     05  FILLER                 PIC X(09) VALUE 'FACTURADO'.
004190     05  FILLER                 PIC X(02) VALUE SPACES.
004200     05  FILLER                 PIC X(08) VALUE ' CRECIM.'.
004210     05  FILLER                 PIC X(08) VALUE SPACES.
004220     05  FILLER                 PIC X(12) VALUE 'DEUDA +90 D.'.
004230*
004240 01  WS-LINEA-RANKING.
004250     05  WS-LN-PUESTO           PIC ZZ9.
004260     05  FILLER                 PIC X(04) VALUE SPACES.
004270     05  WS-LN-FILIAL           PIC X(03).
004280     05  FILLER                 PIC X(01) VALUE SPACE.
004290     05  WS-LN-NOM              PIC X(15).
004300     05  FILLER                 PIC X(02) VALUE SPACES.
004310     05  WS-LN-TASA             PIC -ZZ9.99.
004320     05  FILLER                 PIC X(02) VALUE SPACES.
004330     05  WS-LN-COBRADO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004340     05  FILLER                 PIC X(02) VALUE SPACES.
004350     05  WS-LN-FACTURADO        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004360     05  FILLER                 PIC X(02) VALUE SPACES.
004370     05  WS-LN-CRECIM           PIC -ZZZ,ZZ9.
004380     05  FILLER                 PIC X(02) VALUE SPACES.
004390     05  WS-LN-DEUDA            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004400*
004410 01  WS-FECHA-AUX.
004420     05  WS-FA-ANIO             PIC 9(04).
004430     05  WS-FA-MES              PIC 9(02).
004440     05  WS-FA-DIA              PIC 9(02).
004450*
004460 01  WS-FECHA-GUION.
004470     05  WS-FG-ANIO             PIC 9(04).
004480     05  FILLER                 PIC X(01) VALUE '-'.
004490     05  WS-FG-MES              PIC 9(02).
004500     05  FILLER                 PIC X(01) VALUE '-'.
004510     05  WS-FG-DIA              PIC 9(02).
004520*
004530 01  WS-REG-CABECERA.
004540     05  FILLER                 PIC X(01) VALUE 'H'.
004550     05  FILLER                 PIC X(01) VALUE ';'.
004560     05  WS-CB-FECHA            PIC X(10).
004570     05  FILLER                 PIC X(01) VALUE ';'.
004580     05  WS-CB-PERIODO          PIC 9(06).
004590     05  FILLER                 PIC X(01) VALUE ';'.
004600     05  WS-CB-CANT             PIC 9(05).
004610*
004620*    ONE ROW PER FILIAL ('D') AND THE COMPANY TOTAL ('T'). EACH
004630*    FIGURE GOES OUT THREE TIMES: THE PERIOD (ACT), THE MONTH
004640*    BEFORE (ANT) AND THE SAME MONTH LAST YEAR (ANU). AMOUNTS
004650*    CARRY TWO IMPLIED DECIMALS AND A LEADING SIGN, AS ON THE
004660*    SOCEX01 EXTRACT.
004670 01  WS-REG-DETALLE.
004680     05  WS-DT-TIPO             PIC X(01).
004690     05  FILLER                 PIC X(01) VALUE ';'.
004700     05  WS-DT-PERIODO          PIC 9(06).
004710     05  FILLER                 PIC X(01) VALUE ';'.
004720     05  WS-DT-FILIAL           PIC X(03).
004730     05  FILLER                 PIC X(01) VALUE ';'.
004740     05  WS-DT-NOM              PIC X(15).
004750     05  FILLER                 PIC X(01) VALUE ';'.
004760     05  WS-DT-FACT-ACT         PIC S9(11)V99
004770                                SIGN IS LEADING SEPARATE.
004780     05  FILLER                 PIC X(01) VALUE ';'.
004790     05  WS-DT-FACT-ANT         PIC S9(11)V99
004800                                SIGN IS LEADING SEPARATE.
004810     05  FILLER                 PIC X(01) VALUE ';'.
004820     05  WS-DT-FACT-ANU         PIC S9(11)V99
004830                                SIGN IS LEADING SEPARATE.
004840     05  FILLER                 PIC X(01) VALUE ';'.
004850     05  WS-DT-COBR-ACT         PIC S9(11)V99
004860                                SIGN IS LEADING SEPARATE.
004870     05  FILLER                 PIC X(01) VALUE ';'.
004880     05  WS-DT-COBR-ANT         PIC S9(11)V99
004890                                SIGN IS LEADING SEPARATE.
004900     05  FILLER                 PIC X(01) VALUE ';'.
004910     05  WS-DT-COBR-ANU         PIC S9(11)V99
004920                                SIGN IS LEADING SEPARATE.
004930     05  FILLER                 PIC X(01) VALUE ';'.
004940     05  WS-DT-TASA-ACT         PIC S9(03)V99
004950                                SIGN IS LEADING SEPARATE.
004960     05  FILLER                 PIC X(01) VALUE ';'.
004970     05  WS-DT-TASA-ANT         PIC S9(03)V99
004980                                SIGN IS LEADING SEPARATE.
004990     05  FILLER                 PIC X(01) VALUE ';'.
005000     05  WS-DT-TASA-ANU         PIC S9(03)V99
005010                                SIGN IS LEADING SEPARATE.
005020     05  FILLER                 PIC X(01) VALUE ';'.
005030     05  WS-DT-ALTAS-ACT        PIC S9(07)
005040                                SIGN IS LEADING SEPARATE.
005050     05  FILLER                 PIC X(01) VALUE ';'.
005060     05  WS-DT-ALTAS-ANT        PIC S9(07)
005070                                SIGN IS LEADING SEPARATE.
005080     05  FILLER                 PIC X(01) VALUE ';'.
005090     05  WS-DT-ALTAS-ANU        PIC S9(07)
005100                                SIGN IS LEADING SEPARATE.
005110     05  FILLER                 PIC X(01) VALUE ';'.
005120     05  WS-DT-BAJAS-ACT        PIC S9(07)
005130                                SIGN IS LEADING SEPARATE.
005140     05  FILLER                 PIC X(01) VALUE ';'.
005150     05  WS-DT-BAJAS-ANT        PIC S9(07)
005160                                SIGN IS LEADING SEPARATE.
005170     05  FILLER                 PIC X(01) VALUE ';'.
005180     05  WS-DT-BAJAS-ANU        PIC S9(07)
005190                                SIGN IS LEADING SEPARATE.
005200     05  FILLER                 PIC X(01) VALUE ';'.
005210     05  WS-DT-REIN-ACT         PIC S9(07)
005220                                SIGN IS LEADING SEPARATE.
005230     05  FILLER                 PIC X(01) VALUE ';'.
005240     05  WS-DT-REIN-ANT         PIC S9(07)
005250                                SIGN IS LEADING SEPARATE.
005260     05  FILLER                 PIC X(01) VALUE ';'.
005270     05  WS-DT-REIN-ANU         PIC S9(07)
005280                                SIGN IS LEADING SEPARATE.
005290     05  FILLER                 PIC X(01) VALUE ';'.
005300     05  WS-DT-NETO-ACT         PIC S9(07)
005310                                SIGN IS LEADING SEPARATE.
005320     05  FILLER                 PIC X(01) VALUE ';'.
005330     05  WS-DT-NETO-ANT         PIC S9(07)
005340                                SIGN IS LEADING SEPARATE.
005350     05  FILLER                 PIC X(01) VALUE ';'.
005360     05  WS-DT-NETO-ANU         PIC S9(07)
005370                                SIGN IS LEADING SEPARATE.
005380     05  FILLER                 PIC X(01) VALUE ';'.
005390     05  WS-DT-DEUDA-ACT        PIC S9(11)V99
005400                                SIGN IS LEADING SEPARATE.
005410     05  FILLER                 PIC X(01) VALUE ';'.
005420     05  WS-DT-DEUDA-ANT        PIC S9(11)V99
005430                                SIGN IS LEADING SEPARATE.
005440     05  FILLER                 PIC X(01) VALUE ';'.
005450     05  WS-DT-DEUDA-ANU        PIC S9(11)V99
005460                                SIGN IS LEADING SEPARATE.
005470*
005480 01  WS-LINEA-RESUMEN.
005490     05  WS-LR-ETIQUETA         PIC X(30).
005500     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
005510*
005520 PROCEDURE DIVISION.
005530*****************************************************************
005540 0000-MAINLINE.
005550*****************************************************************
005560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
005570     PERFORM 3000-ORDENAR THRU 3000-EXIT.
005580     PERFORM 4000-CALCULAR-CIFRAS THRU 4000-EXIT.
005590     PERFORM 5000-IMPRIMIR-INFORME THRU 5000-EXIT.
005600     PERFORM 5500-IMPRIMIR-RANKING THRU 5500-EXIT.
005610     PERFORM 5800-ESCRIBIR-DELIMITADO THRU 5800-EXIT.
005620     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
005630     STOP RUN.
005640*
005650*****************************************************************
005660 1000-INICIALIZAR.
005670*****************************************************************
005680     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
005690     COMPUTE WS-PERIODO-HOY = WS-FH-ANIO * 100 + WS-FH-MES.
005700     MOVE WS-PERIODO-HOY TO WS-PERIODO-AUX.
005710     PERFORM 1320-MES-ANTERIOR THRU 1320-EXIT.
005720     MOVE WS-PERIODO-AUX TO WS-PER-PERIODO (1).
005730     INITIALIZE WS-TABLA-RENDIM.
005740     MOVE ZERO TO WS-CONT-FOTO (1).
005750     MOVE ZERO TO WS-CONT-FOTO (2).
005760     MOVE ZERO TO WS-CONT-FOTO (3).
005770     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
005780     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
005790     PERFORM 1300-CALCULAR-PERIODOS THRU 1300-EXIT.
005800     OPEN OUTPUT RPT-RD.
005810     IF WS-FS-RPTRD NOT = '00'
005820         MOVE 'RPT-RD' TO WS-NOMBRE-ARCHIVO
005830         MOVE WS-FS-RPTRD TO WS-FS-COMUN
005840         PERFORM 9900-ABEND-ARCHIVO
005850     END-IF.
005860 1000-EXIT.
005870     EXIT.
005880*
005890*****************************************************************
005900* 1100-LEER-CONTROL READS THE OPTIONAL PERIOD CARD (YYYYMM). NO
005910* CARD, OR A BLANK PERIOD, REPORTS LAST MONTH. A PERIOD GIVEN
005920* MUST BE A VALID MONTH ALREADY CLOSED - THE CURRENT MONTH HAS
005930* NO SNAPSHOT YET AND ITS FIGURES WOULD STILL MOVE.
005940*****************************************************************
005950 1100-LEER-CONTROL.
005960     OPEN INPUT REN-CTL.
005970     IF WS-FS-CTL NOT = '00'
005980         GO TO 1100-EXIT
005990     END-IF.
006000     READ REN-CTL
006010         AT END
006020             CLOSE REN-CTL
006030             GO TO 1100-EXIT
006040     END-READ.
006050     IF RDC-PERIODO NOT = SPACES
006060         IF RDC-PERIODO NOT NUMERIC
006070             DISPLAY 'SOCRD01 - PERIODO INVALIDO EN LA TARJETA'
006080             MOVE 16 TO RETURN-CODE
006090             STOP RUN
006100         END-IF
006110         MOVE RDC-PERIODO TO WS-PERIODO-AUX
006120         IF WS-PA-MES < 1 OR WS-PA-MES > 12
006130                 OR WS-PA-ANIO < 1900
006140                 OR WS-PERIODO-AUX NOT < WS-PERIODO-HOY
006150             DISPLAY 'SOCRD01 - PERIODO INVALIDO O NO CERRADO: '
006160                 RDC-PERIODO
006170             MOVE 16 TO RETURN-CODE
006180             STOP RUN
006190         END-IF
006200         MOVE RDC-PERIODO TO WS-PER-PERIODO (1)
006210     END-IF.
006220     CLOSE REN-CTL.
006230 1100-EXIT.
006240     EXIT.
006250*
006260*****************************************************************
006270* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
006280* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
006290* FILMT01, SAME AS SOCORD01 DOES AT RUN START. EACH LOADED
006300* FILIAL'S POSITION IN THE TABLE IS ITS SLOT IN THE FIGURES.
006310*****************************************************************
006320 1200-CARGAR-FILIALES.
006330     MOVE ZERO TO WS-FIL-CANT.
006340     OPEN INPUT FILIALES.
006350     IF WS-FS-FILMAE NOT = '00'
006360         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
006370         MOVE WS-FS-FILMAE TO WS-FS-COMUN
006380         PERFORM 9900-ABEND-ARCHIVO
006390     END-IF.
006400     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
006410         UNTIL WS-FIN-FILMAE.
006420     CLOSE FILIALES.
006430     IF WS-FIL-CANT = ZERO
006440         DISPLAY 'SOCRD01 - ARCHIVO FILIALES VACIO'
006450         MOVE 16 TO RETURN-CODE
006460         STOP RUN
006470     END-IF.
006480 1200-EXIT.
006490     EXIT.
006500*
006510 1210-LEER-FILIAL.
006520     READ FILIALES
006530         AT END
006540             MOVE 'S' TO WS-SW-FIN-FILMAE
006550             GO TO 1210-EXIT
006560     END-READ.
006570     IF WS-FIL-CANT >= WS-FIL-MAX
006580         DISPLAY 'SOCRD01 - TABLA DE FILIALES LLENA - MAX '
006590             WS-FIL-MAX
006600         MOVE 16 TO RETURN-CODE
006610         STOP RUN
006620     END-IF.
006630     ADD 1 TO WS-FIL-CANT.
006640     SET FIL-IDX TO WS-FIL-CANT.
006650     MOVE FLM-COD TO FIL-COD (FIL-IDX).
006660     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
006670     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
006680     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
006690 1210-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730* 1300-CALCULAR-PERIODOS DERIVES THE MONTH BEFORE AND THE SAME
006740* MONTH OF THE YEAR BEFORE, AND FOR EACH OF THE THREE PERIODS
006750* THE LAST DAY OF THE MONTH AND THE 90-DAY WINDOW ENDING ON
006760* IT (1310). INTEGER-OF-DATE OF THE FIRST OF THE NEXT MONTH,
006770* LESS ONE, IS THE LAST DAY - THE SOCCD01 METHOD.
006780*****************************************************************
006790 1300-CALCULAR-PERIODOS.
006800     MOVE WS-PER-PERIODO (1) TO WS-PERIODO-AUX.
006810     PERFORM 1320-MES-ANTERIOR THRU 1320-EXIT.
006820     MOVE WS-PERIODO-AUX TO WS-PER-PERIODO (2).
006830     COMPUTE WS-PER-PERIODO (3) = WS-PER-PERIODO (1) - 100.
006840     PERFORM 1310-LIMITES-PERIODO THRU 1310-EXIT
006850         VARYING WS-K FROM 1 BY 1
006860         UNTIL WS-K > 3.
006870 1300-EXIT.
006880     EXIT.
006890*
006900 1310-LIMITES-PERIODO.
006910     MOVE WS-PER-PERIODO (WS-K) TO WS-PERIODO-AUX.
006920     MOVE WS-PA-ANIO TO WS-PM-ANIO.
006930     MOVE WS-PA-MES TO WS-PM-MES.
006940     MOVE 01 TO WS-PM-DIA.
006950     IF WS-PM-MES = 12
006960         ADD 1 TO WS-PM-ANIO
006970         MOVE 01 TO WS-PM-MES
006980     ELSE
006990         ADD 1 TO WS-PM-MES
007000     END-IF.
007010     COMPUTE WS-FIN-INT =
007020         FUNCTION INTEGER-OF-DATE (WS-PROX-MES) - 1.
007030     COMPUTE WS-PER-FIN (WS-K) =
007040         FUNCTION DATE-OF-INTEGER (WS-FIN-INT).
007050     COMPUTE WS-PER-DESDE (WS-K) =
007060         FUNCTION DATE-OF-INTEGER (WS-FIN-INT - 89).
007070     COMPUTE WS-PER-LIMITE (WS-K) =
007080         FUNCTION DATE-OF-INTEGER (WS-FIN-INT - 90).
007090 1310-EXIT.
007100     EXIT.
007110*
007120 1320-MES-ANTERIOR.
007130     IF WS-PA-MES = 01
007140         SUBTRACT 1 FROM WS-PA-ANIO
007150         MOVE 12 TO WS-PA-MES
007160     ELSE
007170         SUBTRACT 1 FROM WS-PA-MES
007180     END-IF.
007190 1320-EXIT.
007200     EXIT.
007210*
007220*****************************************************************
007230* 3000-ORDENAR - THE INPUT PROCEDURE ADDS THE MOVEMENT AND BAJA
007240* FIGURES STRAIGHT INTO THE TABLE AND RELEASES THE PER-MEMBER
007250* FACTS; THE OUTPUT PROCEDURE CLOSES EACH MEMBER FOR ALTAS,
007260* REINSTALACIONES AND DEBT OVER 90 DAYS.
007270*****************************************************************
007280 3000-ORDENAR.
007290     SORT ARCH-SORT ASCENDING KEY RD-COD RD-TIPO RD-PER
007300         RD-FECHA2 RD-FECHA
007310         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
007320         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
007330     IF WS-FS-SORT NOT = '00'
007340         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
007350         MOVE WS-FS-SORT TO WS-FS-COMUN
007360         PERFORM 9900-ABEND-ARCHIVO
007370     END-IF.
007380 3000-EXIT.
007390     EXIT.
007400*
007410*****************************************************************
007420* 4000-CALCULAR-CIFRAS ADDS EVERY SLOT INTO THE COMPANY TOTAL,
007430* THEN DERIVES THE COLLECTION RATE AND THE NET GROWTH FOR
007440* EVERY SLOT, THE TOTAL INCLUDED. NOTHING BILLED MEANS A ZERO
007450* RATE, NOT A DIVIDE CHECK.
007460*****************************************************************
007470 4000-CALCULAR-CIFRAS.
007480     PERFORM 4100-SUMAR-SLOT THRU 4100-EXIT
007490         VARYING WS-SLOT FROM 1 BY 1
007500         UNTIL WS-SLOT > WS-SLOT-OTRAS.
007510     PERFORM 4200-DERIVAR-SLOT THRU 4200-EXIT
007520         VARYING WS-SLOT FROM 1 BY 1
007530         UNTIL WS-SLOT > WS-SLOT-TOTAL.
007540 4000-EXIT.
007550     EXIT.
007560*
007570 4100-SUMAR-SLOT.
007580     PERFORM 4110-SUMAR-PERIODO THRU 4110-EXIT
007590         VARYING WS-K FROM 1 BY 1
007600         UNTIL WS-K > 3.
007610 4100-EXIT.
007620     EXIT.
007630*
007640 4110-SUMAR-PERIODO.
007650     PERFORM 4120-SUMAR-CIFRA THRU 4120-EXIT
007660         VARYING WS-CIF FROM 1 BY 1
007670         UNTIL WS-CIF > 8.
007680 4110-EXIT.
007690     EXIT.
007700*
007710 4120-SUMAR-CIFRA.
007720     IF WS-SLOT = WS-SLOT-OTRAS
007730             AND WS-RT-CIFRA (WS-SLOT, WS-K, WS-CIF) NOT = ZERO
007740         MOVE 'S' TO WS-SW-OTRAS
007750     END-IF.
007760     ADD WS-RT-CIFRA (WS-SLOT, WS-K, WS-CIF)
007770         TO WS-RT-CIFRA (WS-SLOT-TOTAL, WS-K, WS-CIF).
007780 4120-EXIT.
007790     EXIT.
007800*
007810 4200-DERIVAR-SLOT.
007820     PERFORM 4210-DERIVAR-PERIODO THRU 4210-EXIT
007830         VARYING WS-K FROM 1 BY 1
007840         UNTIL WS-K > 3.
007850 4200-EXIT.
007860     EXIT.
007870*
007880 4210-DERIVAR-PERIODO.
007890     IF WS-RT-CIFRA (WS-SLOT, WS-K, 1) > ZERO
007900         COMPUTE WS-RT-CIFRA (WS-SLOT, WS-K, 3) ROUNDED =
007910             WS-RT-CIFRA (WS-SLOT, WS-K, 2) * 100
007920             / WS-RT-CIFRA (WS-SLOT, WS-K, 1)
007930     ELSE
007940         MOVE ZERO TO WS-RT-CIFRA (WS-SLOT, WS-K, 3)
007950     END-IF.
007960     COMPUTE WS-RT-CIFRA (WS-SLOT, WS-K, 7) =
007970         WS-RT-CIFRA (WS-SLOT, WS-K, 4)
007980         - WS-RT-CIFRA (WS-SLOT, WS-K, 5)
007990         + WS-RT-CIFRA (WS-SLOT, WS-K, 6).
008000 4210-EXIT.
008010     EXIT.
008020*
008030*****************************************************************
008040* 5000-IMPRIMIR-INFORME PRINTS ONE BLOCK PER FILIAL IN FILIALES
008050* ORDER - A BRANCH WITH NO ACTIVITY STILL SHOWS, WITH ZEROS -
008060* THEN THE BLOCK FOR CODES NOT ON FILIALES WHEN THERE ARE ANY.
008070* THE COMPANY TOTAL BLOCK PRINTS AFTER THE RANKING.
008080*****************************************************************
008090 5000-IMPRIMIR-INFORME.
008100     MOVE WS-PER-PERIODO (1) TO WS-EI-PERIODO.
008110     MOVE WS-PER-PERIODO (2) TO WS-EI-ANTERIOR.
008120     MOVE WS-PER-PERIODO (3) TO WS-EI-ANIO-ANT.
008130     WRITE RPT-RD-REG FROM WS-ENC-INFORME.
008140     PERFORM 5100-IMPRIMIR-BLOQUE THRU 5100-EXIT
008150         VARYING WS-SLOT FROM 1 BY 1
008160         UNTIL WS-SLOT > WS-FIL-CANT.
008170     IF WS-HAY-OTRAS
008180         MOVE WS-SLOT-OTRAS TO WS-SLOT
008190         PERFORM 5100-IMPRIMIR-BLOQUE THRU 5100-EXIT
008200     END-IF.
008210 5000-EXIT.
008220     EXIT.
008230*
008240 5100-IMPRIMIR-BLOQUE.
008250     PERFORM 8300-NOMBRE-SLOT THRU 8300-EXIT.
008260     MOVE SPACES TO RPT-RD-REG.
008270     WRITE RPT-RD-REG.
008280     MOVE WS-SLOT-COD TO WS-EF-COD.
008290     MOVE WS-SLOT-NOM TO WS-EF-NOM.
008300     WRITE RPT-RD-REG FROM WS-ENC-FILIAL.
008310     WRITE RPT-RD-REG FROM WS-ENC-COLUMNAS.
008320     PERFORM 5110-IMPRIMIR-CIFRA THRU 5110-EXIT
008330         VARYING WS-CIF FROM 1 BY 1
008340         UNTIL WS-CIF > 8.
008350 5100-EXIT.
008360     EXIT.
008370*
008380*****************************************************************
008390* 5110-IMPRIMIR-CIFRA - ONE FIGURE: THE PERIOD, THE MONTH
008400* BEFORE AND ITS VARIATION, THE SAME MONTH LAST YEAR AND ITS
008410* VARIATION. VARIATIONS ARE THE PERIOD LESS THE COMPARISON
008420* (POINTS FOR THE RATE).
008430*****************************************************************
008440 5110-IMPRIMIR-CIFRA.
008450     MOVE SPACES TO WS-LINEA-CIFRA.
008460     MOVE WS-NOM-CIFRA (WS-CIF) TO WS-LC-CONCEPTO.
008470     MOVE WS-RT-CIFRA (WS-SLOT, 1, WS-CIF) TO WS-ACTUAL.
008480     MOVE WS-ACTUAL TO WS-VALOR.
008490     MOVE 1 TO WS-COL.
008500     PERFORM 5120-EDITAR-VALOR THRU 5120-EXIT.
008510     MOVE WS-RT-CIFRA (WS-SLOT, 2, WS-CIF) TO WS-VALOR.
008520     MOVE 2 TO WS-COL.
008530     PERFORM 5120-EDITAR-VALOR THRU 5120-EXIT.
008540     COMPUTE WS-VALOR = WS-ACTUAL
008550         - WS-RT-CIFRA (WS-SLOT, 2, WS-CIF).
008560     MOVE 3 TO WS-COL.
008570     PERFORM 5120-EDITAR-VALOR THRU 5120-EXIT.
008580     MOVE WS-RT-CIFRA (WS-SLOT, 3, WS-CIF) TO WS-VALOR.
008590     MOVE 4 TO WS-COL.
008600     PERFORM 5120-EDITAR-VALOR THRU 5120-EXIT.
008610     COMPUTE WS-VALOR = WS-ACTUAL
008620         - WS-RT-CIFRA (WS-SLOT, 3, WS-CIF).
008630     MOVE 5 TO WS-COL.
008640     PERFORM 5120-EDITAR-VALOR THRU 5120-EXIT.
008650     WRITE RPT-RD-REG FROM WS-LINEA-CIFRA.
008660 5110-EXIT.
008670     EXIT.
008680*
008690 5120-EDITAR-VALOR.
008700     IF WS-CIF > 3 AND WS-CIF < 8
008710         MOVE WS-VALOR TO WS-ED-CANTIDAD
008720         MOVE WS-ED-CANTIDAD-X TO WS-LC-VALOR (WS-COL)
008730     ELSE
008740         MOVE WS-VALOR TO WS-ED-IMPORTE
008750         MOVE WS-ED-IMPORTE TO WS-LC-VALOR (WS-COL)
008760     END-IF.
008770 5120-EXIT.
008780     EXIT.
008790*
008800*****************************************************************
008810* 5500-IMPRIMIR-RANKING RANKS THE BRANCHES BY THE PERIOD'S
008820* COLLECTION RATE, HIGHEST FIRST, TIES BROKEN BY THE AMOUNT
008830* COLLECTED - A STRAIGHT SELECTION OVER AT MOST 51 SLOTS. THE
008840* COMPANY TOTAL LINE CLOSES THE TABLE, FOLLOWED BY THE COMPANY
008850* TOTAL BLOCK WITH ITS COMPARISONS.
008860*****************************************************************
008870 5500-IMPRIMIR-RANKING.
008880     MOVE ZERO TO WS-RK-CANT.
008890     PERFORM 5510-CARGAR-RANKING THRU 5510-EXIT
008900         VARYING WS-SLOT FROM 1 BY 1
008910         UNTIL WS-SLOT > WS-FIL-CANT.
008920     IF WS-HAY-OTRAS
008930         MOVE WS-SLOT-OTRAS TO WS-SLOT
008940         PERFORM 5510-CARGAR-RANKING THRU 5510-EXIT
008950     END-IF.
008960     MOVE SPACES TO RPT-RD-REG.
008970     WRITE RPT-RD-REG.
008980     WRITE RPT-RD-REG FROM WS-ENC-RANKING.
008990     WRITE RPT-RD-REG FROM WS-ENC-RANKING-COL.
009000     PERFORM 5520-ELEGIR-PUESTO THRU 5520-EXIT
009010         VARYING WS-RK-PUESTO FROM 1 BY 1
009020         UNTIL WS-RK-PUESTO > WS-RK-CANT.
009030     MOVE WS-SLOT-TOTAL TO WS-SLOT.
009040     MOVE ZERO TO WS-RK-PUESTO.
009050     PERFORM 5540-LINEA-RANKING THRU 5540-EXIT.
009060     MOVE WS-SLOT-TOTAL TO WS-SLOT.
009070     PERFORM 5100-IMPRIMIR-BLOQUE THRU 5100-EXIT.
009080 5500-EXIT.
009090     EXIT.
009100*
009110 5510-CARGAR-RANKING.
009120     ADD 1 TO WS-RK-CANT.
009130     MOVE WS-SLOT TO WS-RK-SLOT (WS-RK-CANT).
009140     MOVE 'N' TO WS-RK-USADO (WS-RK-CANT).
009150 5510-EXIT.
009160     EXIT.
009170*
009180 5520-ELEGIR-PUESTO.
009190     MOVE ZERO TO WS-RK-MEJOR.
009200     PERFORM 5530-COMPARAR THRU 5530-EXIT
009210         VARYING WS-RK-IDX FROM 1 BY 1
009220         UNTIL WS-RK-IDX > WS-RK-CANT.
009230     MOVE 'S' TO WS-RK-USADO (WS-RK-MEJOR).
009240     MOVE WS-RK-SLOT (WS-RK-MEJOR) TO WS-SLOT.
009250     PERFORM 5540-LINEA-RANKING THRU 5540-EXIT.
009260 5520-EXIT.
009270     EXIT.
009280*
009290 5530-COMPARAR.
009300     IF WS-RK-USADO (WS-RK-IDX) = 'S'
009310         GO TO 5530-EXIT
009320     END-IF.
009330     IF WS-RK-MEJOR = ZERO
009340         MOVE WS-RK-IDX TO WS-RK-MEJOR
009350         GO TO 5530-EXIT
009360     END-IF.
009370     MOVE WS-RK-SLOT (WS-RK-MEJOR) TO WS-SLOT.
009380     MOVE WS-RK-SLOT (WS-RK-IDX) TO WS-RK-CAND.
009390     IF WS-RT-CIFRA (WS-RK-CAND, 1, 3)
009400             > WS-RT-CIFRA (WS-SLOT, 1, 3)
009410         MOVE WS-RK-IDX TO WS-RK-MEJOR
009420         GO TO 5530-EXIT
009430     END-IF.
009440     IF WS-RT-CIFRA (WS-RK-CAND, 1, 3)
009450             = WS-RT-CIFRA (WS-SLOT, 1, 3)
009460         AND WS-RT-CIFRA (WS-RK-CAND, 1, 2)
009470             > WS-RT-CIFRA (WS-SLOT, 1, 2)
009480         MOVE WS-RK-IDX TO WS-RK-MEJOR
009490     END-IF.
009500 5530-EXIT.
009510     EXIT.
009520*
009530 5540-LINEA-RANKING.
009540     PERFORM 8300-NOMBRE-SLOT THRU 8300-EXIT.
009550     MOVE WS-RK-PUESTO TO WS-LN-PUESTO.
009560     MOVE WS-SLOT-COD TO WS-LN-FILIAL.
009570     MOVE WS-SLOT-NOM TO WS-LN-NOM.
009580     MOVE WS-RT-CIFRA (WS-SLOT, 1, 3) TO WS-LN-TASA.
009590     MOVE WS-RT-CIFRA (WS-SLOT, 1, 2) TO WS-LN-COBRADO.
009600     MOVE WS-RT-CIFRA (WS-SLOT, 1, 1) TO WS-LN-FACTURADO.
009610     MOVE WS-RT-CIFRA (WS-SLOT, 1, 7) TO WS-LN-CRECIM.
009620     MOVE WS-RT-CIFRA (WS-SLOT, 1, 8) TO WS-LN-DEUDA.
009630     WRITE RPT-RD-REG FROM WS-LINEA-RANKING.
009640 5540-EXIT.
009650     EXIT.
009660*
009670*****************************************************************
009680* 5800-ESCRIBIR-DELIMITADO WRITES THE ANALYSTS' FILE: A HEADER
009690* WITH THE RUN DATE, THE PERIOD AND THE DETAIL COUNT, ONE 'D'
009700* ROW PER FILIAL (AND FOR CODES NOT ON FILIALES WHEN THERE ARE
009710* ANY) AND THE 'T' COMPANY TOTAL ROW.
009720*****************************************************************
009730 5800-ESCRIBIR-DELIMITADO.
009740     OPEN OUTPUT REN-EXT.
009750     IF WS-FS-EXT NOT = '00'
009760         MOVE 'REN-EXT' TO WS-NOMBRE-ARCHIVO
009770         MOVE WS-FS-EXT TO WS-FS-COMUN
009780         PERFORM 9900-ABEND-ARCHIVO
009790     END-IF.
009800     MOVE WS-FECHA-HOY TO WS-FECHA-AUX.
009810     MOVE WS-FA-ANIO TO WS-FG-ANIO.
009820     MOVE WS-FA-MES TO WS-FG-MES.
009830     MOVE WS-FA-DIA TO WS-FG-DIA.
009840     MOVE WS-FECHA-GUION TO WS-CB-FECHA.
009850     MOVE WS-PER-PERIODO (1) TO WS-CB-PERIODO.
009860     MOVE WS-FIL-CANT TO WS-CB-CANT.
009870     IF WS-HAY-OTRAS
009880         ADD 1 TO WS-CB-CANT
009890     END-IF.
009900     WRITE EXT-REG FROM WS-REG-CABECERA.
009910     MOVE 'D' TO WS-DT-TIPO.
009920     PERFORM 5810-ESCRIBIR-FILA THRU 5810-EXIT
009930         VARYING WS-SLOT FROM 1 BY 1
009940         UNTIL WS-SLOT > WS-FIL-CANT.
009950     IF WS-HAY-OTRAS
009960         MOVE WS-SLOT-OTRAS TO WS-SLOT
009970         PERFORM 5810-ESCRIBIR-FILA THRU 5810-EXIT
009980     END-IF.
009990     MOVE 'T' TO WS-DT-TIPO.
010000     MOVE WS-SLOT-TOTAL TO WS-SLOT.
010010     PERFORM 5810-ESCRIBIR-FILA THRU 5810-EXIT.
010020     CLOSE REN-EXT.
010030 5800-EXIT.
010040     EXIT.
010050*
010060 5810-ESCRIBIR-FILA.
010070     PERFORM 8300-NOMBRE-SLOT THRU 8300-EXIT.
010080     MOVE WS-PER-PERIODO (1) TO WS-DT-PERIODO.
010090     MOVE WS-SLOT-COD TO WS-DT-FILIAL.
010100     MOVE WS-SLOT-NOM TO WS-DT-NOM.
010110     MOVE WS-RT-CIFRA (WS-SLOT, 1, 1) TO WS-DT-FACT-ACT.
010120     MOVE WS-RT-CIFRA (WS-SLOT, 2, 1) TO WS-DT-FACT-ANT.
010130     MOVE WS-RT-CIFRA (WS-SLOT, 3, 1) TO WS-DT-FACT-ANU.
010140     MOVE WS-RT-CIFRA (WS-SLOT, 1, 2) TO WS-DT-COBR-ACT.
010150     MOVE WS-RT-CIFRA (WS-SLOT, 2, 2) TO WS-DT-COBR-ANT.
010160     MOVE WS-RT-CIFRA (WS-SLOT, 3, 2) TO WS-DT-COBR-ANU.
010170     MOVE WS-RT-CIFRA (WS-SLOT, 1, 3) TO WS-DT-TASA-ACT.
010180     MOVE WS-RT-CIFRA (WS-SLOT, 2, 3) TO WS-DT-TASA-ANT.
010190     MOVE WS-RT-CIFRA (WS-SLOT, 3, 3) TO WS-DT-TASA-ANU.
010200     MOVE WS-RT-CIFRA (WS-SLOT, 1, 4) TO WS-DT-ALTAS-ACT.
010210     MOVE WS-RT-CIFRA (WS-SLOT, 2, 4) TO WS-DT-ALTAS-ANT.
010220     MOVE WS-RT-CIFRA (WS-SLOT, 3, 4) TO WS-DT-ALTAS-ANU.
010230     MOVE WS-RT-CIFRA (WS-SLOT, 1, 5) TO WS-DT-BAJAS-ACT.
010240     MOVE WS-RT-CIFRA (WS-SLOT, 2, 5) TO WS-DT-BAJAS-ANT.
010250     MOVE WS-RT-CIFRA (WS-SLOT, 3, 5) TO WS-DT-BAJAS-ANU.
010260     MOVE WS-RT-CIFRA (WS-SLOT, 1, 6) TO WS-DT-REIN-ACT.
010270     MOVE WS-RT-CIFRA (WS-SLOT, 2, 6) TO WS-DT-REIN-ANT.
010280     MOVE WS-RT-CIFRA (WS-SLOT, 3, 6) TO WS-DT-REIN-ANU.
010290     MOVE WS-RT-CIFRA (WS-SLOT, 1, 7) TO WS-DT-NETO-ACT.
010300     MOVE WS-RT-CIFRA (WS-SLOT, 2, 7) TO WS-DT-NETO-ANT.
010310     MOVE WS-RT-CIFRA (WS-SLOT, 3, 7) TO WS-DT-NETO-ANU.
010320     MOVE WS-RT-CIFRA (WS-SLOT, 1, 8) TO WS-DT-DEUDA-ACT.
010330     MOVE WS-RT-CIFRA (WS-SLOT, 2, 8) TO WS-DT-DEUDA-ANT.
010340     MOVE WS-RT-CIFRA (WS-SLOT, 3, 8) TO WS-DT-DEUDA-ANU.
010350     WRITE EXT-REG FROM WS-REG-DETALLE.
010360     ADD 1 TO WS-CONT-FILAS.
010370 5810-EXIT.
010380     EXIT.
010390*
010400*****************************************************************
010410* PROCESO-ENTRADA - READS EVERY SOURCE ONCE: THE MOVEMENT
010420* ARCHIVE AND CURRENT HISTORY (6100), THE MASTER (6200), THE
010430* BAJA ARCHIVE (6300), THE JOURNAL (6400) AND THE THREE
010440* SNAPSHOTS (6500).
010450*****************************************************************
010460 6000-PROCESO-ENTRADA.
010470     PERFORM 6100-LEER-MOVIMIENTOS THRU 6100-EXIT.
010480     PERFORM 6200-LEER-MAESTRO THRU 6200-EXIT.
010490     PERFORM 6300-LEER-BAJAS THRU 6300-EXIT.
010500     PERFORM 6400-LEER-JOURNAL THRU 6400-EXIT.
010510     PERFORM 6500-LEER-FOTOS THRU 6500-EXIT.
010520 6000-EXIT.
010530     EXIT.
010540*
010550*****************************************************************
010560* 6100-LEER-MOVIMIENTOS READS THE ARCHIVE GENERATIONS AND THEN
010570* THE CURRENT HISTORY. SOCPC01 MOVES EACH CLOSED PERIOD OUT OF
010580* THE CURRENT FILE, SO THE TWO NEVER HOLD THE SAME MOVEMENT.
010590*****************************************************************
010600 6100-LEER-MOVIMIENTOS.
010610     OPEN INPUT MOV-ARCH.
010620     IF WS-FS-ARCH NOT = '00'
010630         MOVE 'MOV-ARCH' TO WS-NOMBRE-ARCHIVO
010640         MOVE WS-FS-ARCH TO WS-FS-COMUN
010650         PERFORM 9900-ABEND-ARCHIVO
010660     END-IF.
010670     PERFORM 6110-LEER-ARCH THRU 6110-EXIT
010680         UNTIL WS-FIN-ARCH.
010690     CLOSE MOV-ARCH.
010700     OPEN INPUT MOV-HIST.
010710     IF WS-FS-HIST NOT = '00'
010720         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
010730         MOVE WS-FS-HIST TO WS-FS-COMUN
010740         PERFORM 9900-ABEND-ARCHIVO
010750     END-IF.
010760     PERFORM 6120-LEER-HIST THRU 6120-EXIT
010770         UNTIL WS-FIN-HIST.
010780     CLOSE MOV-HIST.
010790 6100-EXIT.
010800     EXIT.
010810*
010820 6110-LEER-ARCH.
010830     READ MOV-ARCH INTO HIS-REG
010840         AT END
010850             MOVE 'S' TO WS-SW-FIN-ARCH
010860             GO TO 6110-EXIT
010870     END-READ.
010880     ADD 1 TO WS-CONT-LEIDOS-ARCH.
010890     PERFORM 6130-TOMAR-MOVIMIENTO THRU 6130-EXIT.
010900 6110-EXIT.
010910     EXIT.
010920*
010930 6120-LEER-HIST.
010940     READ MOV-HIST INTO HIS-REG
010950         AT END
010960             MOVE 'S' TO WS-SW-FIN-HIST
010970             GO TO 6120-EXIT
010980     END-READ.
010990     ADD 1 TO WS-CONT-LEIDOS-HIST.
011000     PERFORM 6130-TOMAR-MOVIMIENTO THRU 6130-EXIT.
011010 6120-EXIT.
011020     EXIT.
011030*
011040*****************************************************************
011050* 6130-TOMAR-MOVIMIENTO - A PAYMENT OR DEPOSIT DATED INSIDE ONE
011060* OF THE 90-DAY WINDOWS IS RELEASED FOR THE DEBT TEST (6140)
011070* WHATEVER ITS PROCESSING PERIOD, AND SO IS EVERY NUMBERED
011080* REVERSAL OF ONE (6160), WHICH THE MERGE NETS AGAINST IT BY
011090* MOVEMENT NUMBER. A MOVEMENT PROCESSED IN ONE
011100* OF THE THREE PERIODS ADDS TO FACTURADO ('C') OR COBRADO
011110* ('D'/'P') OF ITS HIS-FILIAL; A REVERSAL TAKES ITS ORIGINAL
011120* BACK OUT OF THE SAME FIGURE, AND ONE WRITTEN BEFORE THE
011130* MOVEMENT NUMBERING IS READ AS UNDOING A CHARGE, AS SOCST01
011140* DOES. ADJUSTMENTS ARE NEITHER BILLED NOR COLLECTED.
011150*****************************************************************
011160 6130-TOMAR-MOVIMIENTO.
011170     IF HIS-TIPO = 'D' OR HIS-TIPO = 'P'
011180         PERFORM 6140-VENTANA-PAGO THRU 6140-EXIT
011190             VARYING WS-K FROM 1 BY 1
011200             UNTIL WS-K > 3
011210     END-IF.
011220     IF HIS-TIPO = 'R' AND HIS-NUMERO NUMERIC
011230             AND (HIS-TIPO-ANULA = 'D' OR HIS-TIPO-ANULA = 'P')
011240         PERFORM 6160-ANULA-PAGO THRU 6160-EXIT
011250             VARYING WS-K FROM 1 BY 1
011260             UNTIL WS-K > 3
011270     END-IF.
011280     DIVIDE HIS-FEC-PROCESO BY 100 GIVING WS-PERIODO-BUSCA.
011290     PERFORM 8200-BUSCAR-PERIODO THRU 8200-EXIT.
011300     IF WS-K = ZERO
011310         GO TO 6130-EXIT
011320     END-IF.
011330     ADD 1 TO WS-CONT-MOVS-PERIODO.
011340     MOVE HIS-FILIAL TO WS-FIL-BUSCA.
011350     PERFORM 8100-BUSCAR-SLOT THRU 8100-EXIT.
011360     EVALUATE HIS-TIPO
011370         WHEN 'C'
011380             ADD HIS-IMPORTE TO WS-RT-CIFRA (WS-SLOT, WS-K, 1)
011390         WHEN 'D'
011400         WHEN 'P'
011410             ADD HIS-IMPORTE TO WS-RT-CIFRA (WS-SLOT, WS-K, 2)
011420         WHEN 'R'
011430             PERFORM 6150-RESTAR-REVERSO THRU 6150-EXIT
011440     END-EVALUATE.
011450 6130-EXIT.
011460     EXIT.
011470*
011480 6140-VENTANA-PAGO.
011490     IF HIS-FECHA < WS-PER-DESDE (WS-K)
011500             OR HIS-FECHA > WS-PER-FIN (WS-K)
011510         GO TO 6140-EXIT
011520     END-IF.
011530     MOVE HIS-COD TO RD-COD.
011540     MOVE 5 TO RD-TIPO.
011550     MOVE HIS-FECHA TO RD-FECHA.
011560     IF HIS-NUMERO NUMERIC
011570         MOVE HIS-NUMERO TO RD-FECHA2
011580     ELSE
011590         MOVE ZERO TO RD-FECHA2
011600     END-IF.
011610     MOVE WS-K TO RD-PER.
011620     MOVE HIS-FILIAL TO RD-FILIAL.
011630     MOVE HIS-IMPORTE TO RD-IMPORTE.
011640     PERFORM 6900-LIBERAR THRU 6900-EXIT.
011650 6140-EXIT.
011660     EXIT.
011670*
011680*****************************************************************
011690* 6160-ANULA-PAGO - A REVERSAL OF A PAYMENT OR DEPOSIT COUNTS
011700* AGAINST A CLOSE ONLY IF IT WAS PROCESSED BY THAT MONTH-END;
011710* UNTIL THEN SOC-FEC-ULT-PAGO STILL SHOWED THE PAYMENT.
011720*****************************************************************
011730 6160-ANULA-PAGO.
011740     IF HIS-FEC-PROCESO > WS-PER-FIN (WS-K)
011750         GO TO 6160-EXIT
011760     END-IF.
011770     MOVE HIS-COD TO RD-COD.
011780     MOVE 5 TO RD-TIPO.
011790     MOVE ZERO TO RD-FECHA.
011800     MOVE HIS-NRO-ANULA TO RD-FECHA2.
011810     MOVE WS-K TO RD-PER.
011820     MOVE HIS-FILIAL TO RD-FILIAL.
011830     MOVE HIS-IMPORTE TO RD-IMPORTE.
011840     PERFORM 6900-LIBERAR THRU 6900-EXIT.
011850 6160-EXIT.
011860     EXIT.
011870*
011880 6150-RESTAR-REVERSO.
011890     IF HIS-NUMERO NOT NUMERIC
011900         SUBTRACT HIS-IMPORTE FROM WS-RT-CIFRA (WS-SLOT, WS-K, 1)
011910         GO TO 6150-EXIT
011920     END-IF.
011930     EVALUATE HIS-TIPO-ANULA
011940         WHEN 'D'
011950         WHEN 'P'
011960             SUBTRACT HIS-IMPORTE
011970                 FROM WS-RT-CIFRA (WS-SLOT, WS-K, 2)
011980         WHEN 'A'
011990             CONTINUE
012000         WHEN OTHER
012010             SUBTRACT HIS-IMPORTE
012020                 FROM WS-RT-CIFRA (WS-SLOT, WS-K, 1)
012030     END-EVALUATE.
012040 6150-EXIT.
012050     EXIT.
012060*
012070*****************************************************************
012080* 6200-LEER-MAESTRO RELEASES EVERY MEMBER ON THE MASTER WITH
012090* ITS ALTA DATE AND FILIAL.
012100*****************************************************************
012110 6200-LEER-MAESTRO.
012120     OPEN INPUT SOCIOS.
012130     IF WS-FS-SOCIOS NOT = '00'
012140         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
012150         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
012160         PERFORM 9900-ABEND-ARCHIVO
012170     END-IF.
012180     PERFORM 6210-LEER-SOCIO THRU 6210-EXIT
012190         UNTIL WS-FIN-SOCIOS.
012200     CLOSE SOCIOS.
012210 6200-EXIT.
012220     EXIT.
012230*
012240 6210-LEER-SOCIO.
012250     READ SOCIOS NEXT RECORD
012260         AT END
012270             MOVE 'S' TO WS-SW-FIN-SOCIOS
012280             GO TO 6210-EXIT
012290     END-READ.
012300     IF WS-FS-SOCIOS NOT = '00'
012310         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
012320         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
012330         PERFORM 9900-ABEND-ARCHIVO
012340     END-IF.
012350     ADD 1 TO WS-CONT-SOCIOS.
012360     MOVE SOC-COD TO RD-COD.
012370     MOVE 1 TO RD-TIPO.
012380     MOVE SOC-FEC-ALTA TO RD-FECHA.
012390     MOVE ZERO TO RD-FECHA2.
012400     MOVE ZERO TO RD-PER.
012410     MOVE SOC-FILIAL TO RD-FILIAL.
012420     MOVE ZERO TO RD-IMPORTE.
012430     PERFORM 6900-LIBERAR THRU 6900-EXIT.
012440 6210-EXIT.
012450     EXIT.
012460*
012470*****************************************************************
012480* 6300-LEER-BAJAS - EVERY ARCHIVED BAJA DELETED IN ONE OF THE
012490* THREE PERIODS COUNTS FOR ITS FILIAL, AND EVERY ARCHIVED
012500* RECORD IS RELEASED SO THE MEMBER MERGE KNOWS THE ALTA DATE
012510* OF MEMBERS NO LONGER ON THE MASTER AND WHEN EACH CODE WAS
012520* FIRST DELETED.
012530*****************************************************************
012540 6300-LEER-BAJAS.
012550     OPEN INPUT SOCIOS-HIST.
012560     IF WS-FS-BAJAS NOT = '00'
012570         MOVE 'SOCIOS-HIST' TO WS-NOMBRE-ARCHIVO
012580         MOVE WS-FS-BAJAS TO WS-FS-COMUN
012590         PERFORM 9900-ABEND-ARCHIVO
012600     END-IF.
012610     PERFORM 6310-LEER-BAJA THRU 6310-EXIT
012620         UNTIL WS-FIN-BAJAS.
012630     CLOSE SOCIOS-HIST.
012640 6300-EXIT.
012650     EXIT.
012660*
012670 6310-LEER-BAJA.
012680     READ SOCIOS-HIST
012690         AT END
012700             MOVE 'S' TO WS-SW-FIN-BAJAS
012710             GO TO 6310-EXIT
012720     END-READ.
012730     ADD 1 TO WS-CONT-BAJAS.
012740     DIVIDE HST-FEC-BAJA BY 100 GIVING WS-PERIODO-BUSCA.
012750     PERFORM 8200-BUSCAR-PERIODO THRU 8200-EXIT.
012760     IF WS-K NOT = ZERO
012770         MOVE HST-FILIAL TO WS-FIL-BUSCA
012780         PERFORM 8100-BUSCAR-SLOT THRU 8100-EXIT
012790         ADD 1 TO WS-RT-CIFRA (WS-SLOT, WS-K, 5)
012800     END-IF.
012810     MOVE HST-COD TO RD-COD.
012820     MOVE 2 TO RD-TIPO.
012830     MOVE HST-FEC-ALTA TO RD-FECHA.
012840     MOVE HST-FEC-BAJA TO RD-FECHA2.
012850     MOVE ZERO TO RD-PER.
012860     MOVE HST-FILIAL TO RD-FILIAL.
012870     MOVE ZERO TO RD-IMPORTE.
012880     PERFORM 6900-LIBERAR THRU 6900-EXIT.
012890 6310-EXIT.
012900     EXIT.
012910*
012920*****************************************************************
012930* 6400-LEER-JOURNAL RELEASES EVERY ALTA IMAGE JOURNALED IN ONE
012940* OF THE THREE PERIODS, WITH THE FILIAL AND ALTA DATE OF THE
012950* RECORD WRITTEN. THE MERGE DECIDES WHICH OF THEM WERE
012960* REINSTALAS.
012970*****************************************************************
012980 6400-LEER-JOURNAL.
012990     OPEN INPUT SOC-JRN.
013000     IF WS-FS-JRN NOT = '00'
013010         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
013020         MOVE WS-FS-JRN TO WS-FS-COMUN
013030         PERFORM 9900-ABEND-ARCHIVO
013040     END-IF.
013050     PERFORM 6410-LEER-ENTRADA THRU 6410-EXIT
013060         UNTIL WS-FIN-JRN.
013070     CLOSE SOC-JRN.
013080 6400-EXIT.
013090     EXIT.
013100*
013110 6410-LEER-ENTRADA.
013120     READ SOC-JRN
013130         AT END
013140             MOVE 'S' TO WS-SW-FIN-JRN
013150             GO TO 6410-EXIT
013160     END-READ.
013170     ADD 1 TO WS-CONT-JRN.
013180     IF NOT JRN-ALTA
013190         GO TO 6410-EXIT
013200     END-IF.
013210     DIVIDE JRN-FECHA BY 100 GIVING WS-PERIODO-BUSCA.
013220     PERFORM 8200-BUSCAR-PERIODO THRU 8200-EXIT.
013230     IF WS-K = ZERO
013240         GO TO 6410-EXIT
013250     END-IF.
013260     MOVE JRN-DESPUES TO WS-IMAGEN.
013270     MOVE JRN-COD TO RD-COD.
013280     MOVE 3 TO RD-TIPO.
013290     MOVE JRN-FECHA TO RD-FECHA.
013300     MOVE IMG-FEC-ALTA TO RD-FECHA2.
013310     MOVE WS-K TO RD-PER.
013320     MOVE IMG-FILIAL TO RD-FILIAL.
013330     MOVE ZERO TO RD-IMPORTE.
013340     PERFORM 6900-LIBERAR THRU 6900-EXIT.
013350 6410-EXIT.
013360     EXIT.
013370*
013380*****************************************************************
013390* 6500-LEER-FOTOS READS THE SNAPSHOTS THAT CLOSED THE PERIOD
013400* (SNAPACT), THE MONTH BEFORE (SNAPANT) AND THE SAME MONTH LAST
013410* YEAR (SNAPANU) AND RELEASES EVERY DEBTOR. EACH RECORD MUST
013420* CARRY ITS PERIOD - A WRONG GENERATION STOPS THE RUN RATHER
013430* THAN COMPARE THE WRONG MONTHS. THE PERIOD'S OWN SNAPSHOT IS
013440* REQUIRED; AN EMPTY COMPARISON SNAPSHOT (NOT YET ON CATALOG
013450* IN THE FIRST YEAR) IS ACCEPTED AND FLAGGED ON THE SUMMARY.
013460*****************************************************************
013470 6500-LEER-FOTOS.
013480     MOVE 1 TO WS-K.
013490     OPEN INPUT SNAP-ACT.
013500     PERFORM 6510-VERIFICAR-APERTURA THRU 6510-EXIT.
013510     MOVE 'N' TO WS-SW-FIN-SNP.
013520     PERFORM 6520-LEER-ACT THRU 6520-EXIT
013530         UNTIL WS-FIN-SNP.
013540     CLOSE SNAP-ACT.
013550     IF WS-CONT-FOTO (1) = ZERO
013560         DISPLAY 'SOCRD01 - SNAPSHOT SNAPACT VACIO'
013570         MOVE 16 TO RETURN-CODE
013580         STOP RUN
013590     END-IF.
013600     MOVE 2 TO WS-K.
013610     OPEN INPUT SNAP-ANT.
013620     PERFORM 6510-VERIFICAR-APERTURA THRU 6510-EXIT.
013630     MOVE 'N' TO WS-SW-FIN-SNP.
013640     PERFORM 6530-LEER-ANT THRU 6530-EXIT
013650         UNTIL WS-FIN-SNP.
013660     CLOSE SNAP-ANT.
013670     MOVE 3 TO WS-K.
013680     OPEN INPUT SNAP-ANU.
013690     PERFORM 6510-VERIFICAR-APERTURA THRU 6510-EXIT.
013700     MOVE 'N' TO WS-SW-FIN-SNP.
013710     PERFORM 6540-LEER-ANU THRU 6540-EXIT
013720         UNTIL WS-FIN-SNP.
013730     CLOSE SNAP-ANU.
013740 6500-EXIT.
013750     EXIT.
013760*
013770 6510-VERIFICAR-APERTURA.
013780     IF WS-FS-SNP NOT = '00'
013790         MOVE 'SNAPSHOT' TO WS-NOMBRE-ARCHIVO
013800         MOVE WS-FS-SNP TO WS-FS-COMUN
013810         PERFORM 9900-ABEND-ARCHIVO
013820     END-IF.
013830 6510-EXIT.
013840     EXIT.
013850*
013860 6520-LEER-ACT.
013870     READ SNAP-ACT INTO SNP-REG
013880         AT END
013890             MOVE 'S' TO WS-SW-FIN-SNP
013900             GO TO 6520-EXIT
013910     END-READ.
013920     PERFORM 6550-TOMAR-FOTO THRU 6550-EXIT.
013930 6520-EXIT.
013940     EXIT.
013950*
013960 6530-LEER-ANT.
013970     READ SNAP-ANT INTO SNP-REG
013980         AT END
013990             MOVE 'S' TO WS-SW-FIN-SNP
014000             GO TO 6530-EXIT
014010     END-READ.
014020     PERFORM 6550-TOMAR-FOTO THRU 6550-EXIT.
014030 6530-EXIT.
014040     EXIT.
014050*
014060 6540-LEER-ANU.
014070     READ SNAP-ANU INTO SNP-REG
014080         AT END
014090             MOVE 'S' TO WS-SW-FIN-SNP
014100             GO TO 6540-EXIT
014110     END-READ.
014120     PERFORM 6550-TOMAR-FOTO THRU 6550-EXIT.
014130 6540-EXIT.
014140     EXIT.
014150*
014160 6550-TOMAR-FOTO.
014170     IF SNP-PERIODO NOT = WS-PER-PERIODO (WS-K)
014180         DISPLAY 'SOCRD01 - SNAPSHOT DEL PERIODO ' SNP-PERIODO
014190             ' - SE ESPERABA ' WS-PER-PERIODO (WS-K)
014200         MOVE 16 TO RETURN-CODE
014210         STOP RUN
014220     END-IF.
014230     ADD 1 TO WS-CONT-FOTO (WS-K).
014240     IF SNP-SALDO NOT > ZERO
014250         GO TO 6550-EXIT
014260     END-IF.
014270     MOVE SNP-COD TO RD-COD.
014280     MOVE 4 TO RD-TIPO.
014290     MOVE ZERO TO RD-FECHA.
014300     MOVE ZERO TO RD-FECHA2.
014310     MOVE WS-K TO RD-PER.
014320     MOVE SNP-FILIAL TO RD-FILIAL.
014330     MOVE SNP-SALDO TO RD-IMPORTE.
014340     PERFORM 6900-LIBERAR THRU 6900-EXIT.
014350 6550-EXIT.
014360     EXIT.
014370*
014380 6900-LIBERAR.
014390     RELEASE RD-REG.
014400     IF WS-FS-SORT NOT = '00'
014410         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
014420         MOVE WS-FS-SORT TO WS-FS-COMUN
014430         PERFORM 9900-ABEND-ARCHIVO
014440     END-IF.
014450 6900-EXIT.
014460     EXIT.
014470*
014480*****************************************************************
014490* PROCESO-SALIDA - RETURNS THE FACTS MEMBER BY MEMBER AND
014500* CLOSES EACH MEMBER ON THE CHANGE OF CODE (7200).
014510*****************************************************************
014520 7000-PROCESO-SALIDA.
014530     MOVE 'N' TO WS-SW-HAY-SOCIO.
014540     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
014550         UNTIL WS-FIN-SORT.
014560     IF WS-HAY-SOCIO
014570         PERFORM 7200-CERRAR-SOCIO THRU 7200-EXIT
014580     END-IF.
014590 7000-EXIT.
014600     EXIT.
014610*
014620*****************************************************************
014630* 7100-DEVOLVER-REG - THE MASTER RECORD GIVES THE ALTA DATE AND
014640* FILIAL; FOR A MEMBER NO LONGER ON THE MASTER THE ARCHIVED
014650* RECORD GIVES THEM. A JOURNAL ALTA DATED ON OR AFTER THE
014660* CODE'S FIRST BAJA WHOSE IMAGE CARRIES AN ALTA DATE BEFORE
014670* THAT BAJA WROTE AN ARCHIVED MEMBER BACK - A REINSTALA, WHICH
014680* RESTORES THE ARCHIVED ALTA DATE - AND COUNTS FOR THE FILIAL
014690* RESTORED. A NEW ALTA ON A REUSED CODE IS STAMPED WITH A NEW
014700* ALTA DATE AND COUNTS ONLY AS AN ALTA.
014710*****************************************************************
014720 7100-DEVOLVER-REG.
014730     RETURN ARCH-SORT
014740         AT END
014750             MOVE 'S' TO WS-SW-FIN-SORT
014760             GO TO 7100-EXIT
014770     END-RETURN.
014780     IF WS-HAY-SOCIO AND RD-COD NOT = WS-MB-COD
014790         PERFORM 7200-CERRAR-SOCIO THRU 7200-EXIT
014800         MOVE 'N' TO WS-SW-HAY-SOCIO
014810     END-IF.
014820     IF NOT WS-HAY-SOCIO
014830         INITIALIZE WS-SOCIO-ACTUAL
014840         MOVE RD-COD TO WS-MB-COD
014850         MOVE 'S' TO WS-SW-HAY-SOCIO
014860     END-IF.
014870     EVALUATE RD-TIPO
014880         WHEN 1
014890             MOVE 'S' TO WS-MB-MAESTRO
014900             MOVE RD-FECHA TO WS-MB-ALTA
014910             MOVE RD-FILIAL TO WS-MB-ALTA-FILIAL
014920         WHEN 2
014930             PERFORM 7110-TOMAR-BAJA THRU 7110-EXIT
014940         WHEN 3
014950             IF WS-MB-BAJA NOT = ZERO
014960                     AND RD-FECHA NOT < WS-MB-BAJA
014970                     AND RD-FECHA2 < WS-MB-BAJA
014980                 MOVE RD-FILIAL TO WS-FIL-BUSCA
014990                 PERFORM 8100-BUSCAR-SLOT THRU 8100-EXIT
015000                 ADD 1 TO WS-RT-CIFRA (WS-SLOT, RD-PER, 6)
015010             END-IF
015020         WHEN 4
015030             MOVE 'S' TO WS-MB-FOTO (RD-PER)
015040             MOVE RD-IMPORTE TO WS-MB-SALDO (RD-PER)
015050             MOVE RD-FILIAL TO WS-MB-FILIAL (RD-PER)
015060         WHEN 5
015070             PERFORM 7120-TOMAR-PAGO THRU 7120-EXIT
015080     END-EVALUATE.
015090 7100-EXIT.
015100     EXIT.
015110*
015120 7110-TOMAR-BAJA.
015130     IF WS-MB-BAJA = ZERO OR RD-FECHA2 < WS-MB-BAJA
015140         MOVE RD-FECHA2 TO WS-MB-BAJA
015150     END-IF.
015160     IF WS-MB-MAESTRO NOT = 'S'
015170         MOVE RD-FECHA TO WS-MB-ALTA
015180         MOVE RD-FILIAL TO WS-MB-ALTA-FILIAL
015190     END-IF.
015200 7110-EXIT.
015210     EXIT.
015220*
015230*****************************************************************
015240* 7120-TOMAR-PAGO - A REVERSAL (RD-FECHA ZERO) SORTS JUST AHEAD
015250* OF THE PAYMENT IT CANCELS IN THE SAME WINDOW; IT IS HELD AND
015260* THE PAYMENT WITH THAT NUMBER IS IGNORED. ANY OTHER PAYMENT IN
015270* THE WINDOW KEEPS THE MEMBER OUT OF THE 90+ DEBT.
015280*****************************************************************
015290 7120-TOMAR-PAGO.
015300     IF RD-FECHA = ZERO
015310         MOVE RD-FECHA2 TO WS-MB-ANULADO
015320         MOVE RD-PER TO WS-MB-ANULADO-PER
015330         GO TO 7120-EXIT
015340     END-IF.
015350     IF RD-FECHA2 NOT = ZERO AND RD-FECHA2 = WS-MB-ANULADO
015360             AND RD-PER = WS-MB-ANULADO-PER
015370         GO TO 7120-EXIT
015380     END-IF.
015390     MOVE 'S' TO WS-MB-PAGO (RD-PER).
015400 7120-EXIT.
015410     EXIT.
015420*
015430*****************************************************************
015440* 7200-CERRAR-SOCIO COUNTS THE MEMBER'S ALTA ONCE, IN THE
015450* PERIOD OF ITS SOC-FEC-ALTA, AND TESTS THE DEBT AT EACH OF
015460* THE THREE CLOSES (7210).
015470*****************************************************************
015480 7200-CERRAR-SOCIO.
015490     IF WS-MB-ALTA NOT = ZERO
015500         DIVIDE WS-MB-ALTA BY 100 GIVING WS-PERIODO-BUSCA
015510         PERFORM 8200-BUSCAR-PERIODO THRU 8200-EXIT
015520         IF WS-K NOT = ZERO
015530             MOVE WS-MB-ALTA-FILIAL TO WS-FIL-BUSCA
015540             PERFORM 8100-BUSCAR-SLOT THRU 8100-EXIT
015550             ADD 1 TO WS-RT-CIFRA (WS-SLOT, WS-K, 4)
015560         END-IF
015570     END-IF.
015580     PERFORM 7210-PROBAR-DEUDA THRU 7210-EXIT
015590         VARYING WS-K FROM 1 BY 1
015600         UNTIL WS-K > 3.
015610 7200-EXIT.
015620     EXIT.
015630*
015640*****************************************************************
015650* 7210-PROBAR-DEUDA - THE SOCAG01 90+ RULE AT THE CLOSE OF THE
015660* PERIOD: A DEBTOR IN THAT SNAPSHOT WITH NO PAYMENT OR DEPOSIT
015670* (NOT REVERSED BY THE CLOSE) DATED IN THE 90 DAYS ENDING ON
015680* THE LAST DAY OF THE MONTH, WHOSE ALTA IS ALSO 90 OR MORE DAYS
015690* OLD (OR UNDATED), COUNTS ITS WHOLE SNAPSHOT BALANCE FOR THE
015700* SNAPSHOT'S FILIAL.
015710*****************************************************************
015720 7210-PROBAR-DEUDA.
015730     IF WS-MB-FOTO (WS-K) NOT = 'S'
015740             OR WS-MB-PAGO (WS-K) = 'S'
015750         GO TO 7210-EXIT
015760     END-IF.
015770     IF WS-MB-ALTA > WS-PER-LIMITE (WS-K)
015780         GO TO 7210-EXIT
015790     END-IF.
015800     MOVE WS-MB-FILIAL (WS-K) TO WS-FIL-BUSCA.
015810     PERFORM 8100-BUSCAR-SLOT THRU 8100-EXIT.
015820     ADD WS-MB-SALDO (WS-K) TO WS-RT-CIFRA (WS-SLOT, WS-K, 8).
015830     IF WS-K = 1
015840         ADD 1 TO WS-CONT-DEUDORES-90
015850     END-IF.
015860 7210-EXIT.
015870     EXIT.
015880*
015890*****************************************************************
015900* 8100-BUSCAR-SLOT - THE FILIAL'S POSITION IN THE BRANCH TABLE;
015910* A CODE NOT ON FILIALES GOES TO THE FILIAL INVALIDA SLOT SO
015920* THE COMPANY TOTAL STILL CARRIES IT.
015930*****************************************************************
015940 8100-BUSCAR-SLOT.
015950     MOVE WS-SLOT-OTRAS TO WS-SLOT.
015960     SET FIL-IDX TO 1.
015970     SEARCH FIL-ENTRY
015980         AT END
015990             CONTINUE
016000         WHEN FIL-COD (FIL-IDX) = WS-FIL-BUSCA
016010             SET WS-SLOT TO FIL-IDX
016020     END-SEARCH.
016030 8100-EXIT.
016040     EXIT.
016050*
016060 8200-BUSCAR-PERIODO.
016070     EVALUATE WS-PERIODO-BUSCA
016080         WHEN WS-PER-PERIODO (1)
016090             MOVE 1 TO WS-K
016100         WHEN WS-PER-PERIODO (2)
016110             MOVE 2 TO WS-K
016120         WHEN WS-PER-PERIODO (3)
016130             MOVE 3 TO WS-K
016140         WHEN OTHER
016150             MOVE ZERO TO WS-K
016160     END-EVALUATE.
016170 8200-EXIT.
016180     EXIT.
016190*
016200 8300-NOMBRE-SLOT.
016210     EVALUATE TRUE
016220         WHEN WS-SLOT = WS-SLOT-TOTAL
016230             MOVE SPACES TO WS-SLOT-COD
016240             MOVE WS-MSG-TOTAL TO WS-SLOT-NOM
016250         WHEN WS-SLOT = WS-SLOT-OTRAS
016260             MOVE SPACES TO WS-SLOT-COD
016270             MOVE WS-MSG-SIN-FILIAL TO WS-SLOT-NOM
016280         WHEN OTHER
016290             MOVE FIL-COD (WS-SLOT) TO WS-SLOT-COD
016300             MOVE FIL-NOM (WS-SLOT) TO WS-SLOT-NOM
016310     END-EVALUATE.
016320 8300-EXIT.
016330     EXIT.
016340*
016350*****************************************************************
016360 9000-FINALIZAR.
016370*****************************************************************
016380     MOVE SPACES TO RPT-RD-REG.
016390     WRITE RPT-RD-REG.
016400     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-RD-REG.
016410     WRITE RPT-RD-REG.
016420     MOVE 'MOVIMIENTOS LEIDOS ARCHIVO' TO WS-LR-ETIQUETA.
016430     MOVE WS-CONT-LEIDOS-ARCH TO WS-LR-CANT.
016440     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016450     MOVE 'MOVIMIENTOS LEIDOS VIGENTES' TO WS-LR-ETIQUETA.
016460     MOVE WS-CONT-LEIDOS-HIST TO WS-LR-CANT.
016470     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016480     MOVE 'MOVIMIENTOS DE LOS 3 PERIODOS' TO WS-LR-ETIQUETA.
016490     MOVE WS-CONT-MOVS-PERIODO TO WS-LR-CANT.
016500     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016510     MOVE 'SOCIOS LEIDOS DEL MAESTRO' TO WS-LR-ETIQUETA.
016520     MOVE WS-CONT-SOCIOS TO WS-LR-CANT.
016530     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016540     MOVE 'BAJAS ARCHIVADAS LEIDAS' TO WS-LR-ETIQUETA.
016550     MOVE WS-CONT-BAJAS TO WS-LR-CANT.
016560     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016570     MOVE 'ENTRADAS DE JOURNAL LEIDAS' TO WS-LR-ETIQUETA.
016580     MOVE WS-CONT-JRN TO WS-LR-CANT.
016590     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016600     MOVE 'SOCIOS EN FOTO DEL PERIODO' TO WS-LR-ETIQUETA.
016610     MOVE WS-CONT-FOTO (1) TO WS-LR-CANT.
016620     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016630     MOVE 'SOCIOS EN FOTO MES ANTERIOR' TO WS-LR-ETIQUETA.
016640     MOVE WS-CONT-FOTO (2) TO WS-LR-CANT.
016650     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016660     MOVE 'SOCIOS EN FOTO ANO ANTERIOR' TO WS-LR-ETIQUETA.
016670     MOVE WS-CONT-FOTO (3) TO WS-LR-CANT.
016680     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016690     MOVE 'DEUDORES MAS DE 90 DIAS' TO WS-LR-ETIQUETA.
016700     MOVE WS-CONT-DEUDORES-90 TO WS-LR-CANT.
016710     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016720     MOVE 'FILAS EN ARCHIVO DELIMITADO' TO WS-LR-ETIQUETA.
016730     MOVE WS-CONT-FILAS TO WS-LR-CANT.
016740     WRITE RPT-RD-REG FROM WS-LINEA-RESUMEN.
016750     IF WS-CONT-FOTO (2) = ZERO
016760         MOVE 'FOTO DEL MES ANTERIOR VACIA - DEUDA +90 SIN DATO'
016770             TO RPT-RD-REG
016780         WRITE RPT-RD-REG
016790     END-IF.
016800     IF WS-CONT-FOTO (3) = ZERO
016810         MOVE 'FOTO DEL ANO ANTERIOR VACIA - DEUDA +90 SIN DATO'
016820             TO RPT-RD-REG
016830         WRITE RPT-RD-REG
016840     END-IF.
016850     CLOSE RPT-RD.
016860 9000-EXIT.
016870     EXIT.
016880*
016890*****************************************************************
016900 9900-ABEND-ARCHIVO.
016910*****************************************************************
016920     DISPLAY 'SOCRD01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
016930     DISPLAY 'SOCRD01 - FILE STATUS = ' WS-FS-COMUN.
016940     MOVE 16 TO RETURN-CODE.
016950     STOP RUN.
016960*
016970 END PROGRAM SOCRD01.
