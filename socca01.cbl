000010*****************************************************************
000020* PROGRAM:     SOCCA01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     PRINTS THE YEARLY CERTIFICATE OF DUES PAID THAT
000070*              MEMBERS ASK FOR EVERY JANUARY FOR THEIR TAX
000080*              RETURNS. READS THE WHOLE MOVEMENT HISTORY OF THE
000090*              CALENDAR YEAR - THE PER-PERIOD ARCHIVE
000100*              GENERATIONS SOCPC01 HAS ALREADY CUT OFF
000110*              (SOCIOMVA) AND THE CURRENT FILE (SOCIOMVH) - AND
000120*              SELECTS BY HIS-FEC-PROCESO, THE SAME CUT THE
000130*              ARCHIVE SPLIT AND THE SOCSN01 SNAPSHOTS USE. ONE
000140*              CERTIFICATE PER MEMBER WITH NAME, ADDRESS,
000150*              FILIAL, THE AMOUNTS CHARGED, PAID AND ADJUSTED
000160*              MONTH BY MONTH, AND THE OPENING AND CLOSING
000170*              BALANCE OF THE YEAR. THE OPENING IS THE DECEMBER
000180*              SNAPSHOT OF THE YEAR BEFORE (SNAPANT) AND THE
000190*              CLOSING THE DECEMBER SNAPSHOT OF THE YEAR
000200*              CERTIFIED (SNAPACT). SOCMT01 SETS SOC-SALDO ON
000210*              ALTA, CAMBIO AND REINSTALA WITHOUT A MOVEMENT, SO
000220*              WHERE THE CLOSING DIFFERS FROM THE OPENING ROLLED
000230*              FORWARD BY THE YEAR'S MOVEMENTS THE DIFFERENCE IS
000240*              PRINTED AS A MAINTENANCE ADJUSTMENT. A MEMBER
000250*              DELETED SINCE STILL GETS A CERTIFICATE, WITH THE
000260*              NAME, ADDRESS AND FILIAL OF THE LATEST SOCIOS-HIST
000270*              RECORD FOR THE CODE. A
000280*              REVERSAL NETS AGAINST THE CONCEPT OF THE
000290*              MOVEMENT IT CANCELS. THE SOCIOCAC CARD SELECTS
000300*              ONE MEMBER ('S'), ONE FILIAL ('F') OR EVERYONE
000310*              ('T') AND THE YEAR; NO CARD MEANS EVERYONE, LAST
000320*              YEAR. A CONTROL PAGE PROVES, MONTH BY MONTH AND
000330*              CONCEPT BY CONCEPT, THAT THE HISTORY TOTALS OF
000340*              THE YEAR EQUAL THE CERTIFIED TOTALS PLUS THE
000350*              MOVEMENTS LEFT UNCERTIFIED (MEMBERS NOT
000360*              SELECTED, OR ON NEITHER THE MASTER NOR THE BAJA
000370*              ARCHIVE).
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*   DATE       INIT  DESCRIPTION
000410*   15/10/2026 RCA   INITIAL VERSION.
000420*   15/10/2026 RCA   CLOSING BALANCE TAKEN FROM THE DECEMBER
000430*                    SNAPSHOT OF THE YEAR CERTIFIED (SNAPACT);
000440*                    ANY DIFFERENCE FROM THE ROLL-FORWARD IS
000450*                    PRINTED AS A MAINTENANCE ADJUSTMENT AND
000460*                    TOTALLED ON THE CONTROL PAGE.
000470*   15/10/2026 RCA   MEMBERS DELETED DURING OR SINCE THE YEAR ARE
000480*                    CERTIFIED FROM THEIR LATEST SOCIOS-HIST
000490*                    RECORD (SOCIOHST, SORTED BY CODE INTO
000500*                    SORTHIST).
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. SOCCA01.
000540 AUTHOR. R. CASTRO.
000550 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000560 DATE-WRITTEN. 15/10/2026.
000570 DATE-COMPILED.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT SOCIOS        ASSIGN TO SOCIOS
000630         ORGANIZATION INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SOC-COD
000660         ALTERNATE RECORD KEY IS SOC-NOM
000670             WITH DUPLICATES
000680         FILE STATUS IS WS-FS-SOCIOS.
000690     SELECT FILIALES      ASSIGN TO FILIALES
000700         ORGANIZATION INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS FLM-COD
000730         FILE STATUS IS WS-FS-FILMAE.
000740     SELECT MOV-ARCH      ASSIGN TO SOCIOMVA
000750         ORGANIZATION LINE SEQUENTIAL
000760         FILE STATUS IS WS-FS-ARCH.
000770     SELECT MOV-HIST      ASSIGN TO SOCIOMVH
000780         ORGANIZATION LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-HIST.
000800     SELECT SOCIOS-HIST   ASSIGN TO SOCIOHST
000810         ORGANIZATION LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-BAJAS.
000830     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000840         FILE STATUS IS WS-FS-SORT.
000850     SELECT TRAB-ORD      ASSIGN TO "SORTTRAB"
000860         FILE STATUS IS WS-FS-TRAB.
000870     SELECT HIST-SORT     ASSIGN TO "SORTWORK"
000880         FILE STATUS IS WS-FS-SORT.
000890     SELECT HIST-ORD      ASSIGN TO "SORTHIST"
000900         FILE STATUS IS WS-FS-HSO.
000910     SELECT SNAPSHOT      ASSIGN TO SNAPANT
000920         ORGANIZATION LINE SEQUENTIAL
000930         FILE STATUS IS WS-FS-SNP.
000940     SELECT SNAP-CIE      ASSIGN TO SNAPACT
000950         ORGANIZATION LINE SEQUENTIAL
000960         FILE STATUS IS WS-FS-CIE.
000970     SELECT CER-CTL       ASSIGN TO SOCIOCAC
000980         ORGANIZATION LINE SEQUENTIAL
000990         FILE STATUS IS WS-FS-CTL.
001000     SELECT RPT-CA        ASSIGN TO RPTCA
001010         ORGANIZATION LINE SEQUENTIAL
001020         FILE STATUS IS WS-FS-RPTCA.
001030*
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  SOCIOS.
001070     COPY socreg.
001080*
001090 FD  FILIALES.
001100     COPY filreg.
001110*
001120 FD  MOV-ARCH.
001130 01  ARC-REG                    PIC X(61).
001140*
001150 FD  MOV-HIST.
001160 01  MVH-REG                    PIC X(61).
001170*
001180 FD  SOCIOS-HIST.
001190 01  HSA-REG                    PIC X(177).
001200*
001210*    CA-CLASE IS THE CERTIFICATE COLUMN: 1 CARGADO, 2 PAGADO,
001220*    3 AJUSTADO. A REVERSAL CARRIES ITS ORIGINAL'S COLUMN AND
001230*    A NEGATIVE CA-IMPORTE.
001240 SD  ARCH-SORT.
001250 01  CA-REG.
001260     03  CA-COD                 PIC 9(06).
001270     03  CA-MES                 PIC 9(02).
001280     03  CA-CLASE               PIC 9(01).
001290     03  CA-IMPORTE             PIC S9(8)V99.
001300*
001310 FD  TRAB-ORD.
001320 01  TRB-REG.
001330     03  TRB-COD                PIC 9(06).
001340     03  TRB-MES                PIC 9(02).
001350     03  TRB-CLASE              PIC 9(01).
001360     03  TRB-IMPORTE            PIC S9(8)V99.
001370*
001380*    THE BAJA ARCHIVE IN CODE AND DELETION-DATE ORDER, SO THE
001390*    LAST RECORD OF A CODE IS ITS LATEST BAJA. ONLY THE SORT
001400*    KEYS ARE NAMED; THE RECORD IS MOVED TO HST-REG.
001410 SD  HIST-SORT.
001420 01  HS-REG.
001430     03  HS-COD                 PIC 9(06).
001440     03  FILLER                 PIC X(49).
001450     03  HS-FEC-BAJA            PIC 9(08).
001460     03  FILLER                 PIC X(114).
001470*
001480 FD  HIST-ORD.
001490 01  HSO-REG.
001500     03  HSO-COD                PIC 9(06).
001510     03  FILLER                 PIC X(171).
001520*
001530 FD  SNAPSHOT.
001540     COPY snpreg.
001550*
001560*    THE DECEMBER SNAPSHOT OF THE YEAR CERTIFIED - SAME LAYOUT
001570*    AS SNPREG.
001580 FD  SNAP-CIE.
001590 01  CIE-REG.
001600     03  CIE-PERIODO            PIC 9(06).
001610     03  CIE-COD                PIC 9(06).
001620     03  CIE-SALDO              PIC S9(8)V99.
001630     03  CIE-FILIAL             PIC 9(03).
001640     03  CIE-ESTADO             PIC X(01).
001650*
001660 FD  CER-CTL.
001670 01  CAC-REG.
001680     03  CAC-MODO               PIC X(01).
001690     03  CAC-FILIAL             PIC 9(03).
001700     03  CAC-COD                PIC 9(06).
001710     03  CAC-ANIO               PIC 9(04).
001720*
001730 FD  RPT-CA.
001740 01  RPT-CA-REG                 PIC X(100).
001750*
001760 WORKING-STORAGE SECTION.
001770     COPY filial.
001780*
001790*    BOTH HISTORY FILES ARE READ INTO THIS ONE LAYOUT.
001800     COPY movhist.
001810*
001820*    LATEST ARCHIVED RECORD OF A MEMBER NO LONGER ON THE MASTER.
001830     COPY sochist.
001840*
001850 01  WS-SWITCHES.
001860     05  WS-SW-FIN-ARCH         PIC X(01) VALUE 'N'.
001870         88  WS-FIN-ARCH                VALUE 'S'.
001880     05  WS-SW-FIN-HIST         PIC X(01) VALUE 'N'.
001890         88  WS-FIN-HIST                VALUE 'S'.
001900     05  WS-SW-FIN-TRAB         PIC X(01) VALUE 'N'.
001910         88  WS-FIN-TRAB                VALUE 'S'.
001920     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001930         88  WS-FIN-SOCIOS              VALUE 'S'.
001940     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001950         88  WS-FIN-FILMAE              VALUE 'S'.
001960     05  WS-SW-FIN-SNP          PIC X(01) VALUE 'N'.
001970         88  WS-FIN-SNP                 VALUE 'S'.
001980     05  WS-SW-FIN-CIE          PIC X(01) VALUE 'N'.
001990         88  WS-FIN-CIE                 VALUE 'S'.
002000     05  WS-SW-FIN-HSO          PIC X(01) VALUE 'N'.
002010         88  WS-FIN-HSO                 VALUE 'S'.
002020     05  WS-SW-HST-HALLADO      PIC X(01) VALUE 'N'.
002030         88  WS-HST-HALLADO             VALUE 'S'.
002040     05  WS-SW-CONTROL          PIC X(01) VALUE 'S'.
002050         88  WS-CONTROL-CUADRA          VALUE 'S'.
002060*
002070 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
002080*
002090 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
002100*
002110 01  WS-FS-ARCH                 PIC X(02) VALUE '00'.
002120*
002130 01  WS-FS-HIST                 PIC X(02) VALUE '00'.
002140*
002150 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
002160*
002170 01  WS-FS-TRAB                 PIC X(02) VALUE '00'.
002180*
002190 01  WS-FS-SNP                  PIC X(02) VALUE '00'.
002200*
002210 01  WS-FS-CIE                  PIC X(02) VALUE '00'.
002220*
002230 01  WS-FS-BAJAS                PIC X(02) VALUE '00'.
002240*
002250 01  WS-FS-HSO                  PIC X(02) VALUE '00'.
002260*
002270 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
002280*
002290 01  WS-FS-RPTCA                PIC X(02) VALUE '00'.
002300*
002310 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
002320*
002330 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
002340*
002350 01  WS-CTL-MODO                PIC X(01) VALUE 'T'.
002360     88  WS-MODO-SOCIO                 VALUE 'S'.
002370     88  WS-MODO-FILIAL                VALUE 'F'.
002380     88  WS-MODO-TODOS                 VALUE 'T'.
002390*
002400 01  WS-CTL-FILIAL              PIC 9(03) VALUE ZERO.
002410*
002420 01  WS-CTL-COD                 PIC 9(06) VALUE ZERO.
002430*
002440 01  WS-CTL-ANIO                PIC 9(04) VALUE ZERO.
002450*
002460 01  WS-PERIODO-FOTO            PIC 9(06) VALUE ZERO.
002470*
002480 01  WS-PERIODO-CIERRE          PIC 9(06) VALUE ZERO.
002490*
002500 01  WS-FECHA-HOY.
002510     05  WS-FH-ANIO             PIC 9(04).
002520     05  WS-FH-MES              PIC 9(02).
002530     05  WS-FH-DIA              PIC 9(02).
002540*
002550 01  WS-FECHA-AUX.
002560     05  WS-FA-ANIO             PIC 9(04).
002570     05  WS-FA-MES              PIC 9(02).
002580     05  WS-FA-DIA              PIC 9(02).
002590*
002600 01  WS-COD-FOTO                PIC 9(07) VALUE 9999999.
002610*
002620 01  WS-SALDO-FOTO              PIC S9(9)V99 VALUE ZERO.
002630*
002640 01  WS-COD-CIERRE              PIC 9(07) VALUE 9999999.
002650*
002660 01  WS-SALDO-CIERRE            PIC S9(9)V99 VALUE ZERO.
002670*
002680 01  WS-COD-HSO                 PIC 9(07) VALUE 9999999.
002690*
002700 01  WS-CONTADORES.
002710     05  WS-CONT-LEIDOS-ARCH    PIC 9(07) VALUE ZERO.
002720     05  WS-CONT-LEIDOS-HIST    PIC 9(07) VALUE ZERO.
002730     05  WS-CONT-OTRO-ANIO      PIC 9(07) VALUE ZERO.
002740     05  WS-CONT-OTRO-SOCIO     PIC 9(07) VALUE ZERO.
002750     05  WS-CONT-EJERCICIO      PIC 9(07) VALUE ZERO.
002760     05  WS-CONT-CERTIFICADOS   PIC 9(07) VALUE ZERO.
002770     05  WS-CONT-OMITIDOS       PIC 9(07) VALUE ZERO.
002780     05  WS-CONT-SIN-ACTIVIDAD  PIC 9(07) VALUE ZERO.
002790     05  WS-CONT-SIN-SOCIO      PIC 9(07) VALUE ZERO.
002800     05  WS-CONT-NO-CERTIF      PIC 9(07) VALUE ZERO.
002810     05  WS-CONT-EXSOCIOS       PIC 9(07) VALUE ZERO.
002820     05  WS-CONT-CON-AJUSTE     PIC 9(07) VALUE ZERO.
002830*
002840*    WHO THE CERTIFICATE IS FOR - FROM THE MASTER, OR FROM THE
002850*    BAJA ARCHIVE FOR A MEMBER NO LONGER ON IT (WS-DC-FEC-BAJA
002860*    NOT ZERO).
002870 01  WS-DATOS-CERT.
002880     05  WS-DC-COD              PIC 9(06).
002890     05  WS-DC-NOM              PIC X(20).
002900     05  WS-DC-DOMICILIO        PIC X(30).
002910     05  WS-DC-LOCALIDAD        PIC X(20).
002920     05  WS-DC-FILIAL           PIC 9(03).
002930     05  WS-DC-FEC-BAJA         PIC 9(08).
002940*
002950 01  WS-MES                     PIC 9(02) VALUE ZERO.
002960*
002970 01  WS-CLASE                   PIC 9(01) VALUE ZERO.
002980*
002990*    ONE MEMBER'S YEAR, BY MONTH AND COLUMN.
003000 01  WS-CERTIFICADO.
003010     05  WS-CE-MOVS             PIC 9(05).
003020     05  WS-CE-MES OCCURS 12 TIMES.
003030         10  WS-CE-IMPORTE OCCURS 3 TIMES
003040                                PIC S9(9)V99.
003050     05  WS-CE-TOTAL OCCURS 3 TIMES
003060                                PIC S9(9)V99.
003070*
003080 01  WS-SALDO-INICIAL           PIC S9(9)V99 VALUE ZERO.
003090*
003100 01  WS-SALDO-FINAL             PIC S9(9)V99 VALUE ZERO.
003110*
003120 01  WS-AJUSTE-MANT             PIC S9(9)V99 VALUE ZERO.
003130*
003140*    CONTROL PAGE: WHAT THE HISTORY HOLDS FOR THE YEAR, WHAT
003150*    WENT ON A CERTIFICATE AND WHAT WAS LEFT UNCERTIFIED, BY
003160*    MONTH AND COLUMN.
003170 01  WS-TABLA-CONTROL.
003180     05  WS-TC-MES OCCURS 12 TIMES.
003190         10  WS-TC-CLASE OCCURS 3 TIMES.
003200             15  WS-TC-HIST     PIC S9(11)V99.
003210             15  WS-TC-CERT     PIC S9(11)V99.
003220             15  WS-TC-NOCE     PIC S9(11)V99.
003230*
003240 01  WS-TOTALES-CONTROL.
003250     05  WS-TT-CLASE OCCURS 3 TIMES.
003260         10  WS-TT-HIST         PIC S9(11)V99.
003270         10  WS-TT-CERT         PIC S9(11)V99.
003280         10  WS-TT-NOCE         PIC S9(11)V99.
003290*
003300 01  WS-DIFERENCIA              PIC S9(11)V99 VALUE ZERO.
003310*
003320 01  WS-TOT-SALDO-INICIAL       PIC S9(11)V99 VALUE ZERO.
003330*
003340 01  WS-TOT-SALDO-FINAL         PIC S9(11)V99 VALUE ZERO.
003350*
003360 01  WS-TOT-AJUSTE-MANT         PIC S9(11)V99 VALUE ZERO.
003370*
003380 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
003390*
003400 01  WS-MENSAJES.
003410     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
003420*
003430 01  WS-NOMBRES-MES.
003440     05  FILLER                 PIC X(10) VALUE 'ENERO'.
003450     05  FILLER                 PIC X(10) VALUE 'FEBRERO'.
003460     05  FILLER                 PIC X(10) VALUE 'MARZO'.
003470     05  FILLER                 PIC X(10) VALUE 'ABRIL'.
003480     05  FILLER                 PIC X(10) VALUE 'MAYO'.
003490     05  FILLER                 PIC X(10) VALUE 'JUNIO'.
003500     05  FILLER                 PIC X(10) VALUE 'JULIO'.
003510     05  FILLER                 PIC X(10) VALUE 'AGOSTO'.
003520     05  FILLER                 PIC X(10) VALUE 'SEPTIEMBRE'.
003530     05  FILLER                 PIC X(10) VALUE 'OCTUBRE'.
003540     05  FILLER                 PIC X(10) VALUE 'NOVIEMBRE'.
003550     05  FILLER                 PIC X(10) VALUE 'DICIEMBRE'.
003560 01  WS-TABLA-MESES REDEFINES WS-NOMBRES-MES.
003570     05  WS-NOM-MES OCCURS 12 TIMES
003580                                PIC X(10).
003590*
003600 01  WS-NOMBRES-CLASE.
003610     05  FILLER                 PIC X(08) VALUE 'CARGADO'.
003620     05  FILLER                 PIC X(08) VALUE 'PAGADO'.
003630     05  FILLER                 PIC X(08) VALUE 'AJUSTADO'.
003640 01  WS-TABLA-CLASES REDEFINES WS-NOMBRES-CLASE.
003650     05  WS-NOM-CLASE OCCURS 3 TIMES
003660                                PIC X(08).
003670*
003680 01  WS-ENC-CERTIFICADO.
003690     05  FILLER                 PIC X(33)
003700         VALUE 'CERTIFICADO ANUAL DE CUOTAS PAGAS'.
003710     05  FILLER                 PIC X(14)
003720         VALUE ' - EJERCICIO '.
003730     05  WS-EC-ANIO             PIC 9(04).
003740*
003750 01  WS-LINEA-SOCIO.
003760     05  FILLER                 PIC X(07) VALUE 'SOCIO: '.
003770     05  WS-LS-COD              PIC 9(06).
003780     05  FILLER                 PIC X(03) VALUE SPACES.
003790     05  FILLER                 PIC X(08) VALUE 'NOMBRE: '.
003800     05  WS-LS-NOM              PIC X(20).
003810*
003820 01  WS-LINEA-DOMICILIO.
003830     05  FILLER                 PIC X(11) VALUE 'DOMICILIO: '.
003840     05  WS-LD-DOMICILIO        PIC X(30).
003850     05  FILLER                 PIC X(02) VALUE SPACES.
003860     05  FILLER                 PIC X(11) VALUE 'LOCALIDAD: '.
003870     05  WS-LD-LOCALIDAD        PIC X(20).
003880*
003890 01  WS-LINEA-FILIAL.
003900     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
003910     05  WS-LF-COD              PIC 9(03).
003920     05  FILLER                 PIC X(01) VALUE SPACE.
003930     05  WS-LF-NOM              PIC X(15).
003940*
003950 01  WS-LINEA-BAJA.
003960     05  FILLER                 PIC X(21)
003970         VALUE 'DADO DE BAJA EL DIA: '.
003980     05  WS-LE-DIA              PIC 9(02).
003990     05  FILLER                 PIC X(01) VALUE '/'.
004000     05  WS-LE-MES              PIC 9(02).
004010     05  FILLER                 PIC X(01) VALUE '/'.
004020     05  WS-LE-ANIO             PIC 9(04).
004030*
004040 01  WS-LINEA-SALDO.
004050     05  WS-LB-ETIQUETA         PIC X(23).
004060     05  WS-LB-ANIO             PIC 9(04).
004070     05  FILLER                 PIC X(19) VALUE SPACES.
004080     05  WS-LB-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
004090*
004100 01  WS-LINEA-AJUSTE.
004110     05  FILLER                 PIC X(46)
004120         VALUE 'AJUSTES DE MANTENIMIENTO DEL MAESTRO'.
004130     05  WS-LJ-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
004140*
004150 01  WS-ENC-MESES.
004160     05  FILLER                 PIC X(10) VALUE 'MES'.
004170     05  FILLER                 PIC X(10) VALUE SPACES.
004180     05  FILLER                 PIC X(07) VALUE 'CARGADO'.
004190     05  FILLER                 PIC X(11) VALUE SPACES.
004200     05  FILLER                 PIC X(06) VALUE 'PAGADO'.
004210     05  FILLER                 PIC X(09) VALUE SPACES.
004220     05  FILLER                 PIC X(08) VALUE 'AJUSTADO'.
004230*
004240 01  WS-LINEA-MES.
004250     05  WS-LM-MES              PIC X(10).
004260     05  WS-LM-COLUMNA OCCURS 3 TIMES.
004270         10  FILLER             PIC X(02).
004280         10  WS-LM-IMPORTE      PIC -ZZZ,ZZZ,ZZ9.99.
004290*
004300 01  WS-LINEA-AVISO.
004310     05  WS-LA-COD              PIC 9(06).
004320     05  FILLER                 PIC X(02) VALUE SPACES.
004330     05  WS-LA-TEXTO            PIC X(40).
004340*
004350 01  WS-ENC-CONTROL.
004360     05  FILLER                 PIC X(22)
004370         VALUE 'CONTROL DEL EJERCICIO '.
004380     05  WS-ECC-ANIO            PIC 9(04).
004390     05  FILLER                 PIC X(35)
004400         VALUE ' - HISTORIA CONTRA CERTIFICADOS'.
004410*
004420 01  WS-ENC-CONTROL-COL.
004430     05  FILLER                 PIC X(12) VALUE 'MES'.
004440     05  FILLER                 PIC X(08) VALUE 'CONCEPTO'.
004450     05  FILLER                 PIC X(12) VALUE SPACES.
004460     05  FILLER                 PIC X(08) VALUE 'HISTORIA'.
004470     05  FILLER                 PIC X(08) VALUE SPACES.
004480     05  FILLER                 PIC X(12) VALUE 'CERTIFICADOS'.
004490     05  FILLER                 PIC X(05) VALUE SPACES.
004500     05  FILLER                 PIC X(15) VALUE 'NO CERTIFICADOS'.
004510     05  FILLER                 PIC X(10) VALUE SPACES.
004520     05  FILLER                 PIC X(10) VALUE 'DIFERENCIA'.
004530*
004540 01  WS-LINEA-CONTROL.
004550     05  WS-LC-MES              PIC X(10).
004560     05  FILLER                 PIC X(02) VALUE SPACES.
004570     05  WS-LC-CLASE            PIC X(08).
004580     05  FILLER                 PIC X(02) VALUE SPACES.
004590     05  WS-LC-HIST             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004600     05  FILLER                 PIC X(02) VALUE SPACES.
004610     05  WS-LC-CERT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004620     05  FILLER                 PIC X(02) VALUE SPACES.
004630     05  WS-LC-NOCE             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004640     05  FILLER                 PIC X(02) VALUE SPACES.
004650     05  WS-LC-DIFER            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004660*
004670 01  WS-LINEA-TOTAL-SALDO.
004680     05  WS-LT-ETIQUETA         PIC X(40).
004690     05  WS-LT-IMPORTE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
004700*
004710 01  WS-LINEA-RESUMEN.
004720     05  WS-LR-ETIQUETA         PIC X(30).
004730     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
004740*
004750 PROCEDURE DIVISION.
004760*****************************************************************
004770 0000-MAINLINE.
004780*****************************************************************
004790     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004800     PERFORM 3000-ORDENAR THRU 3000-EXIT.
004810     PERFORM 4000-GENERAR-CERTIFICADOS THRU 4000-EXIT.
004820     PERFORM 8000-IMPRIMIR-CONTROL THRU 8000-EXIT.
004830     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
004840     STOP RUN.
004850*
004860*****************************************************************
004870 1000-INICIALIZAR.
004880*****************************************************************
004890     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
004900     COMPUTE WS-CTL-ANIO = WS-FH-ANIO - 1.
004910     INITIALIZE WS-TABLA-CONTROL.
004920     INITIALIZE WS-TOTALES-CONTROL.
004930     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
004940     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
004950     PERFORM 1300-ABRIR-FOTO THRU 1300-EXIT.
004960     PERFORM 1320-ABRIR-CIERRE THRU 1320-EXIT.
004970     OPEN INPUT SOCIOS.
004980     IF WS-FS-SOCIOS NOT = '00'
004990         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
005000         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
005010         PERFORM 9900-ABEND-ARCHIVO
005020     END-IF.
005030     OPEN OUTPUT RPT-CA.
005040     IF WS-FS-RPTCA NOT = '00'
005050         MOVE 'RPT-CA' TO WS-NOMBRE-ARCHIVO
005060         MOVE WS-FS-RPTCA TO WS-FS-COMUN
005070         PERFORM 9900-ABEND-ARCHIVO
005080     END-IF.
005090 1000-EXIT.
005100     EXIT.
005110*
005120*****************************************************************
005130* 1100-LEER-CONTROL READS THE OPTIONAL SELECTION CARD: MODE
005140* 'S' + SOC-COD CERTIFIES ONE MEMBER, 'F' + FILIAL CODE EVERY
005150* MEMBER OF THAT FILIAL, 'T' (OR BLANK) EVERYONE. A BLANK YEAR
005160* KEEPS THE DEFAULT, LAST CALENDAR YEAR; A YEAR GIVEN MUST BE
005170* CLOSED, SINCE A CERTIFICATE OF A YEAR STILL RUNNING WOULD
005180* UNDERSTATE WHAT THE MEMBER PAID. NO CARD AT ALL MEANS
005190* EVERYONE, LAST YEAR.
005200*****************************************************************
005210 1100-LEER-CONTROL.
005220     OPEN INPUT CER-CTL.
005230     IF WS-FS-CTL NOT = '00'
005240         GO TO 1100-EXIT
005250     END-IF.
005260     READ CER-CTL
005270         AT END
005280             CLOSE CER-CTL
005290             GO TO 1100-EXIT
005300     END-READ.
005310     IF CAC-MODO NOT = SPACE
005320         MOVE CAC-MODO TO WS-CTL-MODO
005330     END-IF.
005340     IF NOT WS-MODO-SOCIO AND NOT WS-MODO-FILIAL
005350             AND NOT WS-MODO-TODOS
005360         DISPLAY 'SOCCA01 - MODO DE CONTROL INVALIDO: '
005370             WS-CTL-MODO
005380         MOVE 16 TO RETURN-CODE
005390         STOP RUN
005400     END-IF.
005410     IF WS-MODO-SOCIO
005420         IF CAC-COD NOT NUMERIC OR CAC-COD = ZERO
005430             DISPLAY 'SOCCA01 - CODIGO DE SOCIO INVALIDO'
005440             MOVE 16 TO RETURN-CODE
005450             STOP RUN
005460         END-IF
005470         MOVE CAC-COD TO WS-CTL-COD
005480     END-IF.
005490     IF WS-MODO-FILIAL
005500         PERFORM 1110-VALIDAR-FILIAL THRU 1110-EXIT
005510     END-IF.
005520     IF CAC-ANIO NOT = SPACES
005530         IF CAC-ANIO NOT NUMERIC OR CAC-ANIO < 1900
005540                 OR CAC-ANIO NOT < WS-FH-ANIO
005550             DISPLAY 'SOCCA01 - EJERCICIO INVALIDO O NO CERRADO'
005560             MOVE 16 TO RETURN-CODE
005570             STOP RUN
005580         END-IF
005590         MOVE CAC-ANIO TO WS-CTL-ANIO
005600     END-IF.
005610     CLOSE CER-CTL.
005620 1100-EXIT.
005630     EXIT.
005640*
005650 1110-VALIDAR-FILIAL.
005660     IF CAC-FILIAL NOT NUMERIC
005670         DISPLAY 'SOCCA01 - FILIAL INVALIDA EN LA TARJETA'
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF.
005710     MOVE CAC-FILIAL TO WS-CTL-FILIAL.
005720     SET FIL-IDX TO 1.
005730     SEARCH FIL-ENTRY
005740         AT END
005750             DISPLAY 'SOCCA01 - FILIAL ' WS-CTL-FILIAL
005760                 ' NO EXISTE EN FILIALES'
005770             MOVE 16 TO RETURN-CODE
005780             STOP RUN
005790         WHEN FIL-COD (FIL-IDX) = WS-CTL-FILIAL
005800             CONTINUE
005810     END-SEARCH.
005820 1110-EXIT.
005830     EXIT.
005840*
005850*****************************************************************
005860* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
005870* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
005880* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
005890*****************************************************************
005900 1200-CARGAR-FILIALES.
005910     MOVE ZERO TO WS-FIL-CANT.
005920     OPEN INPUT FILIALES.
005930     IF WS-FS-FILMAE NOT = '00'
005940         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
005950         MOVE WS-FS-FILMAE TO WS-FS-COMUN
005960         PERFORM 9900-ABEND-ARCHIVO
005970     END-IF.
005980     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
005990         UNTIL WS-FIN-FILMAE.
006000     CLOSE FILIALES.
006010     IF WS-FIL-CANT = ZERO
006020         DISPLAY 'SOCCA01 - ARCHIVO FILIALES VACIO'
006030         MOVE 16 TO RETURN-CODE
006040         STOP RUN
006050     END-IF.
006060 1200-EXIT.
006070     EXIT.
006080*
006090 1210-LEER-FILIAL.
006100     READ FILIALES
006110         AT END
006120             MOVE 'S' TO WS-SW-FIN-FILMAE
006130             GO TO 1210-EXIT
006140     END-READ.
006150     IF WS-FIL-CANT >= WS-FIL-MAX
006160         DISPLAY 'SOCCA01 - TABLA DE FILIALES LLENA - MAX '
006170             WS-FIL-MAX
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     ADD 1 TO WS-FIL-CANT.
006220     SET FIL-IDX TO WS-FIL-CANT.
006230     MOVE FLM-COD TO FIL-COD (FIL-IDX).
006240     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
006250     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
006260     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
006270 1210-EXIT.
006280     EXIT.
006290*
006300*****************************************************************
006310* 1300-ABRIR-FOTO OPENS THE MONTH-END SNAPSHOT THAT CLOSED THE
006320* YEAR BEFORE (PERIOD YYYY-1 12) AND PRIMES THE LOOKAHEAD. THE
006330* SNAPSHOT STAMPS ITS PERIOD ON EVERY RECORD, SO A WRONG
006340* GENERATION ON SNAPANT IS CAUGHT HERE RATHER THAN PRINTED AS
006350* A FALSE OPENING BALANCE ON EVERY CERTIFICATE. AN EMPTY
006360* SNAPSHOT STOPS THE RUN FOR THE SAME REASON.
006370*****************************************************************
006380 1300-ABRIR-FOTO.
006390     COMPUTE WS-PERIODO-FOTO = (WS-CTL-ANIO - 1) * 100 + 12.
006400     OPEN INPUT SNAPSHOT.
006410     IF WS-FS-SNP NOT = '00'
006420         MOVE 'SNAPSHOT' TO WS-NOMBRE-ARCHIVO
006430         MOVE WS-FS-SNP TO WS-FS-COMUN
006440         PERFORM 9900-ABEND-ARCHIVO
006450     END-IF.
006460     PERFORM 1310-LEER-FOTO THRU 1310-EXIT.
006470     IF WS-FIN-SNP
006480         DISPLAY 'SOCCA01 - SNAPSHOT SNAPANT VACIO'
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     IF SNP-PERIODO NOT = WS-PERIODO-FOTO
006530         DISPLAY 'SOCCA01 - SNAPSHOT DEL PERIODO ' SNP-PERIODO
006540             ' - SE ESPERABA ' WS-PERIODO-FOTO
006550         MOVE 16 TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580 1300-EXIT.
006590     EXIT.
006600*
006610 1310-LEER-FOTO.
006620     READ SNAPSHOT
006630         AT END
006640             MOVE 'S' TO WS-SW-FIN-SNP
006650             MOVE 9999999 TO WS-COD-FOTO
006660             GO TO 1310-EXIT
006670     END-READ.
006680     MOVE SNP-COD TO WS-COD-FOTO.
006690 1310-EXIT.
006700     EXIT.
006710*
006720*****************************************************************
006730* 1320-ABRIR-CIERRE OPENS THE MONTH-END SNAPSHOT THAT CLOSED THE
006740* YEAR CERTIFIED (PERIOD YYYY 12), WHICH GIVES EVERY CLOSING
006750* BALANCE, AND CHECKS ITS PERIOD THE SAME WAY 1300-ABRIR-FOTO
006760* CHECKS SNAPANT.
006770*****************************************************************
006780 1320-ABRIR-CIERRE.
006790     COMPUTE WS-PERIODO-CIERRE = WS-CTL-ANIO * 100 + 12.
006800     OPEN INPUT SNAP-CIE.
006810     IF WS-FS-CIE NOT = '00'
006820         MOVE 'SNAP-CIE' TO WS-NOMBRE-ARCHIVO
006830         MOVE WS-FS-CIE TO WS-FS-COMUN
006840         PERFORM 9900-ABEND-ARCHIVO
006850     END-IF.
006860     PERFORM 1330-LEER-CIERRE THRU 1330-EXIT.
006870     IF WS-FIN-CIE
006880         DISPLAY 'SOCCA01 - SNAPSHOT SNAPACT VACIO'
006890         MOVE 16 TO RETURN-CODE
006900         STOP RUN
006910     END-IF.
006920     IF CIE-PERIODO NOT = WS-PERIODO-CIERRE
006930         DISPLAY 'SOCCA01 - SNAPSHOT DEL PERIODO ' CIE-PERIODO
006940             ' - SE ESPERABA ' WS-PERIODO-CIERRE
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980 1320-EXIT.
006990     EXIT.
007000*
007010 1330-LEER-CIERRE.
007020     READ SNAP-CIE
007030         AT END
007040             MOVE 'S' TO WS-SW-FIN-CIE
007050             MOVE 9999999 TO WS-COD-CIERRE
007060             GO TO 1330-EXIT
007070     END-READ.
007080     MOVE CIE-COD TO WS-COD-CIERRE.
007090 1330-EXIT.
007100     EXIT.
007110*
007120*****************************************************************
007130* 3000-ORDENAR SORTS THE YEAR'S MOVEMENTS BY MEMBER AND MONTH
007140* INTO THE TRAB-ORD WORK FILE, WHICH 4000-GENERAR-CERTIFICADOS
007150* THEN MERGES AGAINST THE MASTER BY SOC-COD. THE BAJA ARCHIVE
007160* IS SORTED BY CODE AND DELETION DATE INTO HIST-ORD FOR THE
007170* MEMBERS NO LONGER ON THE MASTER; RECORDS OF ONE DAY KEEP
007180* THEIR ARCHIVE ORDER.
007190*****************************************************************
007200 3000-ORDENAR.
007210     SORT ARCH-SORT ASCENDING KEY CA-COD CA-MES
007220         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
007230         GIVING TRAB-ORD.
007240     IF WS-FS-SORT NOT = '00'
007250         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
007260         MOVE WS-FS-SORT TO WS-FS-COMUN
007270         PERFORM 9900-ABEND-ARCHIVO
007280     END-IF.
007290     SORT HIST-SORT ASCENDING KEY HS-COD HS-FEC-BAJA
007300         WITH DUPLICATES IN ORDER
007310         USING SOCIOS-HIST
007320         GIVING HIST-ORD.
007330     IF WS-FS-SORT NOT = '00'
007340         MOVE 'HIST-SORT' TO WS-NOMBRE-ARCHIVO
007350         MOVE WS-FS-SORT TO WS-FS-COMUN
007360         PERFORM 9900-ABEND-ARCHIVO
007370     END-IF.
007380 3000-EXIT.
007390     EXIT.
007400*
007410*****************************************************************
007420* 4000-GENERAR-CERTIFICADOS - THE MASTER DRIVES THE
007430* CERTIFICATES. MODE 'S' READS ONE MEMBER BY KEY; MODES 'F'
007440* AND 'T' SWEEP THE MASTER IN KEY ORDER. THE WORK FILE AND THE
007450* SNAPSHOT BOTH ASCEND BY SOC-COD, SO ONE FORWARD PASS OVER
007460* EACH SERVES THE WHOLE RUN, AND SO DOES THE SORTED BAJA
007470* ARCHIVE. A CODE WITH MOVEMENTS THAT IS NOT ON THE MASTER IS
007480* CERTIFIED FROM THE ARCHIVE (5300-EXSOCIO) IN ITS PLACE IN
007490* CODE ORDER. ROWS LEFT BEHIND (MEMBERS NOT SELECTED, OR ON
007500* NEITHER FILE) GO TO THE CONTROL PAGE AS NOT CERTIFIED,
007510* NEVER SILENTLY DROPPED.
007520*****************************************************************
007530 4000-GENERAR-CERTIFICADOS.
007540     OPEN INPUT TRAB-ORD.
007550     IF WS-FS-TRAB NOT = '00'
007560         MOVE 'TRAB-ORD' TO WS-NOMBRE-ARCHIVO
007570         MOVE WS-FS-TRAB TO WS-FS-COMUN
007580         PERFORM 9900-ABEND-ARCHIVO
007590     END-IF.
007600     OPEN INPUT HIST-ORD.
007610     IF WS-FS-HSO NOT = '00'
007620         MOVE 'HIST-ORD' TO WS-NOMBRE-ARCHIVO
007630         MOVE WS-FS-HSO TO WS-FS-COMUN
007640         PERFORM 9900-ABEND-ARCHIVO
007650     END-IF.
007660     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
007670     PERFORM 4040-LEER-HSO THRU 4040-EXIT.
007680     IF WS-MODO-SOCIO
007690         PERFORM 5000-CERTIFICADO-UNICO THRU 5000-EXIT
007700     ELSE
007710         PERFORM 5500-RECORRER-MAESTRO THRU 5500-EXIT
007720     END-IF.
007730     PERFORM 5300-EXSOCIO THRU 5300-EXIT
007740         UNTIL WS-FIN-TRAB.
007750     CLOSE TRAB-ORD.
007760     CLOSE HIST-ORD.
007770 4000-EXIT.
007780     EXIT.
007790*
007800 4010-LEER-TRAB.
007810     READ TRAB-ORD
007820         AT END
007830             MOVE 'S' TO WS-SW-FIN-TRAB
007840     END-READ.
007850 4010-EXIT.
007860     EXIT.
007870*
007880 4020-DRENAR-TRAB.
007890     PERFORM 4030-NO-CERTIFICAR THRU 4030-EXIT.
007900     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
007910 4020-EXIT.
007920     EXIT.
007930*
007940 4030-NO-CERTIFICAR.
007950     ADD 1 TO WS-CONT-NO-CERTIF.
007960     ADD TRB-IMPORTE TO WS-TC-NOCE (TRB-MES, TRB-CLASE).
007970 4030-EXIT.
007980     EXIT.
007990*
008000 4040-LEER-HSO.
008010     READ HIST-ORD
008020         AT END
008030             MOVE 'S' TO WS-SW-FIN-HSO
008040             MOVE 9999999 TO WS-COD-HSO
008050             GO TO 4040-EXIT
008060     END-READ.
008070     MOVE HSO-COD TO WS-COD-HSO.
008080 4040-EXIT.
008090     EXIT.
008100*
008110*****************************************************************
008120* 5000-CERTIFICADO-UNICO - MODE 'S': ONE KEYED READ. A MEMBER
008130* NOT ON THE MASTER BUT WITH MOVEMENTS IN THE YEAR IS LEFT TO
008140* 5300-EXSOCIO, WHICH CERTIFIES IT FROM THE BAJA ARCHIVE; ONE
008150* WITH NO MOVEMENTS EITHER PRINTS AN EXPLICIT AVISO, NEVER A
008160* BLANK REPORT. A MEMBER ON THE MASTER WITH NO MOVEMENTS IN
008170* THE YEAR STILL GETS A CERTIFICATE, SINCE THE COUNTER ASKED
008180* FOR IT.
008190*****************************************************************
008200 5000-CERTIFICADO-UNICO.
008210     MOVE WS-CTL-COD TO SOC-COD.
008220     READ SOCIOS
008230         INVALID KEY
008240             IF WS-FIN-TRAB
008250                 ADD 1 TO WS-CONT-SIN-SOCIO
008260                 MOVE WS-CTL-COD TO WS-LA-COD
008270                 MOVE 'SOCIO NO EXISTE EN MAESTRO - SIN MOVS.'
008280                     TO WS-LA-TEXTO
008290                 WRITE RPT-CA-REG FROM WS-LINEA-AVISO
008300             END-IF
008310             GO TO 5000-EXIT
008320     END-READ.
008330     PERFORM 5100-JUNTAR-MOVS THRU 5100-EXIT.
008340     PERFORM 5250-BUSCAR-FOTO THRU 5250-EXIT.
008350     PERFORM 5200-IMPRIMIR-CERTIFICADO THRU 5200-EXIT.
008360 5000-EXIT.
008370     EXIT.
008380*
008390*****************************************************************
008400* 5500-RECORRER-MAESTRO - MODES 'F' AND 'T': SWEEPS THE WHOLE
008410* MASTER IN KEY ORDER. IN MODE 'F' MEMBERS OF OTHER FILIALES
008420* ARE SKIPPED. A MEMBER WITH NO MOVEMENTS IN THE YEAR AND A
008430* ZERO OPENING AND CLOSING BALANCE HAS NOTHING TO CERTIFY AND
008440* IS ONLY COUNTED (TYPICALLY JOINED AFTER THE YEAR CLOSED).
008450*****************************************************************
008460 5500-RECORRER-MAESTRO.
008470     MOVE ZERO TO SOC-COD.
008480     START SOCIOS KEY NOT < SOC-COD
008490         INVALID KEY
008500             MOVE 'S' TO WS-SW-FIN-SOCIOS
008510     END-START.
008520     PERFORM 5510-LEER-SOCIO THRU 5510-EXIT
008530         UNTIL WS-FIN-SOCIOS.
008540 5500-EXIT.
008550     EXIT.
008560*
008570 5510-LEER-SOCIO.
008580     READ SOCIOS NEXT RECORD
008590         AT END
008600             MOVE 'S' TO WS-SW-FIN-SOCIOS
008610             GO TO 5510-EXIT
008620     END-READ.
008630     IF WS-FS-SOCIOS NOT = '00'
008640         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
008650         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
008660         PERFORM 9900-ABEND-ARCHIVO
008670     END-IF.
008680     IF WS-MODO-FILIAL AND SOC-FILIAL NOT = WS-CTL-FILIAL
008690         ADD 1 TO WS-CONT-OMITIDOS
008700         PERFORM 5120-SALTAR-MOVS THRU 5120-EXIT
008710         GO TO 5510-EXIT
008720     END-IF.
008730     PERFORM 5100-JUNTAR-MOVS THRU 5100-EXIT.
008740     PERFORM 5250-BUSCAR-FOTO THRU 5250-EXIT.
008750     IF WS-CE-MOVS = ZERO AND WS-SALDO-FOTO = ZERO
008760             AND WS-SALDO-CIERRE = ZERO
008770         ADD 1 TO WS-CONT-SIN-ACTIVIDAD
008780         GO TO 5510-EXIT
008790     END-IF.
008800     PERFORM 5200-IMPRIMIR-CERTIFICADO THRU 5200-EXIT.
008810 5510-EXIT.
008820     EXIT.
008830*
008840*****************************************************************
008850* 5100-JUNTAR-MOVS ADVANCES THE SORTED WORK FILE TO THE
008860* CURRENT MEMBER AND ADDS THAT MEMBER'S MOVEMENTS INTO THE
008870* MONTH BY COLUMN TABLE. ROWS FOR LOWER CODES ARE CODES THE
008880* MASTER NO LONGER HOLDS (ROWS OF SKIPPED MEMBERS ARE TAKEN
008890* BY 5120-SALTAR-MOVS) AND GO TO 5300-EXSOCIO FIRST.
008900*****************************************************************
008910 5100-JUNTAR-MOVS.
008920     PERFORM 5300-EXSOCIO THRU 5300-EXIT
008930         UNTIL WS-FIN-TRAB OR TRB-COD NOT < SOC-COD.
008940     MOVE SOC-COD TO WS-DC-COD.
008950     MOVE SOC-NOM TO WS-DC-NOM.
008960     MOVE SOC-DOMICILIO TO WS-DC-DOMICILIO.
008970     MOVE SOC-LOCALIDAD TO WS-DC-LOCALIDAD.
008980     MOVE SOC-FILIAL TO WS-DC-FILIAL.
008990     MOVE ZERO TO WS-DC-FEC-BAJA.
009000     INITIALIZE WS-CERTIFICADO.
009010     PERFORM 5110-AVANZAR-TRAB THRU 5110-EXIT
009020         UNTIL WS-FIN-TRAB OR TRB-COD NOT = WS-DC-COD.
009030 5100-EXIT.
009040     EXIT.
009050*
009060 5110-AVANZAR-TRAB.
009070     ADD 1 TO WS-CE-MOVS.
009080     ADD TRB-IMPORTE TO WS-CE-IMPORTE (TRB-MES, TRB-CLASE).
009090     ADD TRB-IMPORTE TO WS-CE-TOTAL (TRB-CLASE).
009100     PERFORM 4010-LEER-TRAB THRU 4010-EXIT.
009110 5110-EXIT.
009120     EXIT.
009130*
009140*****************************************************************
009150* 5120-SALTAR-MOVS - MODE 'F', A MEMBER OF ANOTHER FILIAL: CODES
009160* BELOW IT ARE STILL CERTIFIED FROM THE ARCHIVE, THEN ITS OWN
009170* ROWS GO TO THE NOT-CERTIFIED TOTALS.
009180*****************************************************************
009190 5120-SALTAR-MOVS.
009200     PERFORM 5300-EXSOCIO THRU 5300-EXIT
009210         UNTIL WS-FIN-TRAB OR TRB-COD NOT < SOC-COD.
009220     PERFORM 4020-DRENAR-TRAB THRU 4020-EXIT
009230         UNTIL WS-FIN-TRAB OR TRB-COD NOT = SOC-COD.
009240 5120-EXIT.
009250     EXIT.
009260*
009270*****************************************************************
009280* 5200-IMPRIMIR-CERTIFICADO PRINTS ONE CERTIFICATE: THE
009290* OPENING BALANCE FROM THE SNAPSHOT, TWELVE MONTH LINES, THE
009300* YEAR'S TOTALS AND THE CLOSING BALANCE FROM THE CLOSING
009310* SNAPSHOT. CHARGES AND ADJUSTMENTS ADD TO THE BALANCE AND
009320* PAYMENTS SUBTRACT, THE SAME SIGNS SOCMV01 POSTS WITH; WHAT
009330* THE CLOSING DIFFERS FROM THAT ROLL-FORWARD WAS SET BY
009340* SOCMT01 (ALTA, CAMBIO, REINSTALA, BAJA) WITHOUT A MOVEMENT
009350* AND PRINTS AS A MAINTENANCE ADJUSTMENT. A MEMBER NO LONGER
009360* ON THE MASTER ALSO SHOWS THE DATE OF THE BAJA. THE
009370* CERTIFIED MONTHS ARE ADDED TO THE CONTROL PAGE TOTALS.
009380*****************************************************************
009390 5200-IMPRIMIR-CERTIFICADO.
009400     PERFORM 6500-BUSCAR-FILIAL THRU 6500-EXIT.
009410     MOVE WS-SALDO-FOTO TO WS-SALDO-INICIAL.
009420     COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL
009430         + WS-CE-TOTAL (1) - WS-CE-TOTAL (2) + WS-CE-TOTAL (3).
009440     COMPUTE WS-AJUSTE-MANT = WS-SALDO-CIERRE - WS-SALDO-FINAL.
009450     MOVE WS-SALDO-CIERRE TO WS-SALDO-FINAL.
009460     IF WS-CONT-CERTIFICADOS > ZERO
009470         MOVE SPACES TO RPT-CA-REG
009480         WRITE RPT-CA-REG
009490     END-IF.
009500     MOVE WS-CTL-ANIO TO WS-EC-ANIO.
009510     WRITE RPT-CA-REG FROM WS-ENC-CERTIFICADO.
009520     MOVE WS-DC-COD TO WS-LS-COD.
009530     MOVE WS-DC-NOM TO WS-LS-NOM.
009540     WRITE RPT-CA-REG FROM WS-LINEA-SOCIO.
009550     MOVE WS-DC-DOMICILIO TO WS-LD-DOMICILIO.
009560     MOVE WS-DC-LOCALIDAD TO WS-LD-LOCALIDAD.
009570     WRITE RPT-CA-REG FROM WS-LINEA-DOMICILIO.
009580     MOVE WS-DC-FILIAL TO WS-LF-COD.
009590     MOVE WS-NOM-FILIAL TO WS-LF-NOM.
009600     WRITE RPT-CA-REG FROM WS-LINEA-FILIAL.
009610     IF WS-DC-FEC-BAJA NOT = ZERO
009620         MOVE WS-DC-FEC-BAJA TO WS-FECHA-AUX
009630         MOVE WS-FA-DIA TO WS-LE-DIA
009640         MOVE WS-FA-MES TO WS-LE-MES
009650         MOVE WS-FA-ANIO TO WS-LE-ANIO
009660         WRITE RPT-CA-REG FROM WS-LINEA-BAJA
009670     END-IF.
009680     MOVE 'SALDO INICIAL AL 01/01/' TO WS-LB-ETIQUETA.
009690     MOVE WS-CTL-ANIO TO WS-LB-ANIO.
009700     MOVE WS-SALDO-INICIAL TO WS-LB-SALDO.
009710     WRITE RPT-CA-REG FROM WS-LINEA-SALDO.
009720     WRITE RPT-CA-REG FROM WS-ENC-MESES.
009730     PERFORM 5210-IMPRIMIR-MES THRU 5210-EXIT
009740         VARYING WS-MES FROM 1 BY 1
009750         UNTIL WS-MES > 12.
009760     MOVE SPACES TO WS-LINEA-MES.
009770     MOVE 'TOTAL' TO WS-LM-MES.
009780     MOVE WS-CE-TOTAL (1) TO WS-LM-IMPORTE (1).
009790     MOVE WS-CE-TOTAL (2) TO WS-LM-IMPORTE (2).
009800     MOVE WS-CE-TOTAL (3) TO WS-LM-IMPORTE (3).
009810     WRITE RPT-CA-REG FROM WS-LINEA-MES.
009820     IF WS-AJUSTE-MANT NOT = ZERO
009830         MOVE WS-AJUSTE-MANT TO WS-LJ-IMPORTE
009840         WRITE RPT-CA-REG FROM WS-LINEA-AJUSTE
009850         ADD 1 TO WS-CONT-CON-AJUSTE
009860     END-IF.
009870     MOVE 'SALDO FINAL AL 31/12/' TO WS-LB-ETIQUETA.
009880     MOVE WS-CTL-ANIO TO WS-LB-ANIO.
009890     MOVE WS-SALDO-FINAL TO WS-LB-SALDO.
009900     WRITE RPT-CA-REG FROM WS-LINEA-SALDO.
009910     ADD WS-SALDO-INICIAL TO WS-TOT-SALDO-INICIAL.
009920     ADD WS-AJUSTE-MANT TO WS-TOT-AJUSTE-MANT.
009930     ADD WS-SALDO-FINAL TO WS-TOT-SALDO-FINAL.
009940     ADD 1 TO WS-CONT-CERTIFICADOS.
009950 5200-EXIT.
009960     EXIT.
009970*
009980 5210-IMPRIMIR-MES.
009990     MOVE SPACES TO WS-LINEA-MES.
010000     MOVE WS-NOM-MES (WS-MES) TO WS-LM-MES.
010010     PERFORM 5220-COLUMNA-MES THRU 5220-EXIT
010020         VARYING WS-CLASE FROM 1 BY 1
010030         UNTIL WS-CLASE > 3.
010040     WRITE RPT-CA-REG FROM WS-LINEA-MES.
010050 5210-EXIT.
010060     EXIT.
010070*
010080 5220-COLUMNA-MES.
010090     MOVE WS-CE-IMPORTE (WS-MES, WS-CLASE)
010100         TO WS-LM-IMPORTE (WS-CLASE).
010110     ADD WS-CE-IMPORTE (WS-MES, WS-CLASE)
010120         TO WS-TC-CERT (WS-MES, WS-CLASE).
010130 5220-EXIT.
010140     EXIT.
010150*
010160*****************************************************************
010170* 5250-BUSCAR-FOTO ADVANCES BOTH SNAPSHOT STREAMS TO THE
010180* CURRENT MEMBER AND TAKES ITS CLOSING BALANCE OF THE YEAR
010190* BEFORE AS THIS CERTIFICATE'S OPENING AND ITS CLOSING BALANCE
010200* OF THE YEAR CERTIFIED AS THE CLOSING. A MEMBER ABSENT FROM
010210* THE FIRST (JOINED DURING THE YEAR) OPENS AT ZERO; ONE ABSENT
010220* FROM THE SECOND (DELETED DURING THE YEAR) CLOSES AT ZERO.
010230*****************************************************************
010240 5250-BUSCAR-FOTO.
010250     MOVE ZERO TO WS-SALDO-FOTO.
010260     PERFORM 5260-AVANZAR-FOTO THRU 5260-EXIT
010270         UNTIL WS-COD-FOTO NOT < WS-DC-COD.
010280     IF WS-COD-FOTO = WS-DC-COD
010290         MOVE SNP-SALDO TO WS-SALDO-FOTO
010300         PERFORM 1310-LEER-FOTO THRU 1310-EXIT
010310     END-IF.
010320     MOVE ZERO TO WS-SALDO-CIERRE.
010330     PERFORM 5270-AVANZAR-CIERRE THRU 5270-EXIT
010340         UNTIL WS-COD-CIERRE NOT < WS-DC-COD.
010350     IF WS-COD-CIERRE = WS-DC-COD
010360         MOVE CIE-SALDO TO WS-SALDO-CIERRE
010370         PERFORM 1330-LEER-CIERRE THRU 1330-EXIT
010380     END-IF.
010390 5250-EXIT.
010400     EXIT.
010410*
010420 5260-AVANZAR-FOTO.
010430     PERFORM 1310-LEER-FOTO THRU 1310-EXIT.
010440 5260-EXIT.
010450     EXIT.
010460*
010470 5270-AVANZAR-CIERRE.
010480     PERFORM 1330-LEER-CIERRE THRU 1330-EXIT.
010490 5270-EXIT.
010500     EXIT.
010510*
010520*****************************************************************
010530* 5300-EXSOCIO - THE WORK FILE IS ON A CODE THE MASTER DOES NOT
010540* HOLD: A MEMBER DELETED DURING OR SINCE THE YEAR, WHO STILL
010550* NEEDS THE CERTIFICATE FOR THE TAX RETURN. NAME, ADDRESS AND
010560* FILIAL COME FROM THE LATEST SOCIOS-HIST RECORD FOR THE CODE.
010570* A CODE ON NEITHER FILE, OR IN MODE 'F' AN EX-MEMBER OF
010580* ANOTHER FILIAL, LEAVES ITS ROWS NOT CERTIFIED.
010590*****************************************************************
010600 5300-EXSOCIO.
010610     MOVE TRB-COD TO WS-DC-COD.
010620     PERFORM 5310-BUSCAR-ARCHIVO THRU 5310-EXIT.
010630     IF NOT WS-HST-HALLADO
010640         ADD 1 TO WS-CONT-SIN-SOCIO
010650         IF WS-MODO-SOCIO
010660             MOVE WS-DC-COD TO WS-LA-COD
010670             MOVE 'SOCIO NO EXISTE EN MAESTRO NI EN ARCHIVO'
010680                 TO WS-LA-TEXTO
010690             WRITE RPT-CA-REG FROM WS-LINEA-AVISO
010700         END-IF
010710         PERFORM 4020-DRENAR-TRAB THRU 4020-EXIT
010720             UNTIL WS-FIN-TRAB OR TRB-COD NOT = WS-DC-COD
010730         GO TO 5300-EXIT
010740     END-IF.
010750     IF WS-MODO-FILIAL AND HST-FILIAL NOT = WS-CTL-FILIAL
010760         ADD 1 TO WS-CONT-OMITIDOS
010770         PERFORM 4020-DRENAR-TRAB THRU 4020-EXIT
010780             UNTIL WS-FIN-TRAB OR TRB-COD NOT = WS-DC-COD
010790         GO TO 5300-EXIT
010800     END-IF.
010810     MOVE HST-NOM TO WS-DC-NOM.
010820     MOVE HST-DOMICILIO TO WS-DC-DOMICILIO.
010830     MOVE HST-LOCALIDAD TO WS-DC-LOCALIDAD.
010840     MOVE HST-FILIAL TO WS-DC-FILIAL.
010850     MOVE HST-FEC-BAJA TO WS-DC-FEC-BAJA.
010860     INITIALIZE WS-CERTIFICADO.
010870     PERFORM 5110-AVANZAR-TRAB THRU 5110-EXIT
010880         UNTIL WS-FIN-TRAB OR TRB-COD NOT = WS-DC-COD.
010890     PERFORM 5250-BUSCAR-FOTO THRU 5250-EXIT.
010900     PERFORM 5200-IMPRIMIR-CERTIFICADO THRU 5200-EXIT.
010910     ADD 1 TO WS-CONT-EXSOCIOS.
010920 5300-EXIT.
010930     EXIT.
010940*
010950*****************************************************************
010960* 5310-BUSCAR-ARCHIVO ADVANCES THE SORTED BAJA ARCHIVE TO THE
010970* CODE AND KEEPS THE LAST RECORD FOUND FOR IT - THE LATEST
010980* BAJA, SINCE A REINSTATED MEMBER MAY BE ARCHIVED MORE THAN
010990* ONCE.
011000*****************************************************************
011010 5310-BUSCAR-ARCHIVO.
011020     MOVE 'N' TO WS-SW-HST-HALLADO.
011030     PERFORM 4040-LEER-HSO THRU 4040-EXIT
011040         UNTIL WS-COD-HSO NOT < WS-DC-COD.
011050     PERFORM 5320-TOMAR-ARCHIVO THRU 5320-EXIT
011060         UNTIL WS-COD-HSO NOT = WS-DC-COD.
011070 5310-EXIT.
011080     EXIT.
011090*
011100 5320-TOMAR-ARCHIVO.
011110     MOVE HSO-REG TO HST-REG.
011120     MOVE 'S' TO WS-SW-HST-HALLADO.
011130     PERFORM 4040-LEER-HSO THRU 4040-EXIT.
011140 5320-EXIT.
011150     EXIT.
011160*
011170*****************************************************************
011180* PROCESO-ENTRADA - READS THE ARCHIVE GENERATIONS AND THEN THE
011190* CURRENT HISTORY AND RELEASES THE YEAR'S MOVEMENTS TO THE
011200* SORT. SOCPC01 MOVES EACH CLOSED PERIOD OUT OF THE CURRENT
011210* FILE, SO THE TWO NEVER HOLD THE SAME MOVEMENT. IN MODE 'S'
011220* ONLY THAT MEMBER'S MOVEMENTS ARE RELEASED; THE FILIAL FILTER
011230* NEEDS THE MASTER RECORD AND IS APPLIED ON THE MASTER SWEEP.
011240*****************************************************************
011250 6000-PROCESO-ENTRADA.
011260     OPEN INPUT MOV-ARCH.
011270     IF WS-FS-ARCH NOT = '00'
011280         MOVE 'MOV-ARCH' TO WS-NOMBRE-ARCHIVO
011290         MOVE WS-FS-ARCH TO WS-FS-COMUN
011300         PERFORM 9900-ABEND-ARCHIVO
011310     END-IF.
011320     PERFORM 6010-LEER-ARCH THRU 6010-EXIT
011330         UNTIL WS-FIN-ARCH.
011340     CLOSE MOV-ARCH.
011350     OPEN INPUT MOV-HIST.
011360     IF WS-FS-HIST NOT = '00'
011370         MOVE 'MOV-HIST' TO WS-NOMBRE-ARCHIVO
011380         MOVE WS-FS-HIST TO WS-FS-COMUN
011390         PERFORM 9900-ABEND-ARCHIVO
011400     END-IF.
011410     PERFORM 6020-LEER-HIST THRU 6020-EXIT
011420         UNTIL WS-FIN-HIST.
011430     CLOSE MOV-HIST.
011440 6000-EXIT.
011450     EXIT.
011460*
011470 6010-LEER-ARCH.
011480     READ MOV-ARCH INTO HIS-REG
011490         AT END
011500             MOVE 'S' TO WS-SW-FIN-ARCH
011510             GO TO 6010-EXIT
011520     END-READ.
011530     ADD 1 TO WS-CONT-LEIDOS-ARCH.
011540     PERFORM 6100-CLASIFICAR THRU 6100-EXIT.
011550 6010-EXIT.
011560     EXIT.
011570*
011580 6020-LEER-HIST.
011590     READ MOV-HIST INTO HIS-REG
011600         AT END
011610             MOVE 'S' TO WS-SW-FIN-HIST
011620             GO TO 6020-EXIT
011630     END-READ.
011640     ADD 1 TO WS-CONT-LEIDOS-HIST.
011650     PERFORM 6100-CLASIFICAR THRU 6100-EXIT.
011660 6020-EXIT.
011670     EXIT.
011680*
011690*****************************************************************
011700* 6100-CLASIFICAR KEEPS THE MOVEMENTS PROCESSED IN THE YEAR
011710* AND PUTS EACH IN ITS CERTIFICATE COLUMN: CARGO TO CARGADO,
011720* DEPOSITO AND PAGO TO PAGADO, AJUSTE (AND ANY OTHER TYPE THE
011730* POSTING ADDS AS IT COMES) TO AJUSTADO. A REVERSAL IS
011740* RELEASED NEGATIVE UNDER ITS ORIGINAL'S COLUMN, SO A PAYMENT
011750* CANCELLED IN THE YEAR IS NOT CERTIFIED AS PAID. EVERY
011760* RELEASED MOVEMENT ALSO GOES TO THE HISTORY SIDE OF THE
011770* CONTROL PAGE.
011780*****************************************************************
011790 6100-CLASIFICAR.
011800     MOVE HIS-FEC-PROCESO TO WS-FECHA-AUX.
011810     IF WS-FA-ANIO NOT = WS-CTL-ANIO
011820         ADD 1 TO WS-CONT-OTRO-ANIO
011830         GO TO 6100-EXIT
011840     END-IF.
011850     IF WS-MODO-SOCIO AND HIS-COD NOT = WS-CTL-COD
011860         ADD 1 TO WS-CONT-OTRO-SOCIO
011870         GO TO 6100-EXIT
011880     END-IF.
011890     MOVE HIS-COD TO CA-COD.
011900     MOVE WS-FA-MES TO CA-MES.
011910     MOVE HIS-IMPORTE TO CA-IMPORTE.
011920     EVALUATE HIS-TIPO
011930         WHEN 'C'
011940             MOVE 1 TO CA-CLASE
011950         WHEN 'D'
011960         WHEN 'P'
011970             MOVE 2 TO CA-CLASE
011980         WHEN 'R'
011990             PERFORM 6110-CLASIFICAR-REVERSO THRU 6110-EXIT
012000         WHEN OTHER
012010             MOVE 3 TO CA-CLASE
012020     END-EVALUATE.
012030     ADD CA-IMPORTE TO WS-TC-HIST (CA-MES, CA-CLASE).
012040     ADD 1 TO WS-CONT-EJERCICIO.
012050     RELEASE CA-REG.
012060     IF WS-FS-SORT NOT = '00'
012070         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
012080         MOVE WS-FS-SORT TO WS-FS-COMUN
012090         PERFORM 9900-ABEND-ARCHIVO
012100     END-IF.
012110 6100-EXIT.
012120     EXIT.
012130*
012140*****************************************************************
012150* 6110-CLASIFICAR-REVERSO - HIS-TIPO-ANULA NAMES THE TYPE OF
012160* THE CANCELLED MOVEMENT. A REVERSAL WRITTEN BEFORE THE
012170* MOVEMENT NUMBERING CARRIES NO TYPE AND IS TAKEN AS UNDOING
012180* A CHARGE, THE SAME READING SOCST01 GIVES IT.
012190*****************************************************************
012200 6110-CLASIFICAR-REVERSO.
012210     COMPUTE CA-IMPORTE = ZERO - HIS-IMPORTE.
012220     MOVE 1 TO CA-CLASE.
012230     IF HIS-NUMERO NOT NUMERIC
012240         GO TO 6110-EXIT
012250     END-IF.
012260     EVALUATE HIS-TIPO-ANULA
012270         WHEN 'D'
012280         WHEN 'P'
012290             MOVE 2 TO CA-CLASE
012300         WHEN 'A'
012310             MOVE 3 TO CA-CLASE
012320     END-EVALUATE.
012330 6110-EXIT.
012340     EXIT.
012350*
012360 6500-BUSCAR-FILIAL.
012370     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
012380     SET FIL-IDX TO 1.
012390     SEARCH FIL-ENTRY
012400         AT END
012410             CONTINUE
012420         WHEN FIL-COD (FIL-IDX) = WS-DC-FILIAL
012430             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
012440     END-SEARCH.
012450 6500-EXIT.
012460     EXIT.
012470*
012480*****************************************************************
012490* 8000-IMPRIMIR-CONTROL - THE CONTROL PAGE. FOR EVERY MONTH AND
012500* COLUMN THE HISTORY TOTAL OF THE YEAR MUST EQUAL THE
012510* CERTIFIED TOTAL PLUS THE NOT-CERTIFIED TOTAL; ANY
012520* DIFERENCIA IS PRINTED AND THE RUN ENDS WITH RC 16 SO THE
012530* CERTIFICATES ARE NOT MAILED. THE SUMS OF THE CERTIFIED
012540* OPENING BALANCES, MAINTENANCE ADJUSTMENTS AND CLOSING
012550* BALANCES FOLLOW FOR THE LEDGER.
012560*****************************************************************
012570 8000-IMPRIMIR-CONTROL.
012580     MOVE SPACES TO RPT-CA-REG.
012590     WRITE RPT-CA-REG.
012600     MOVE WS-CTL-ANIO TO WS-ECC-ANIO.
012610     WRITE RPT-CA-REG FROM WS-ENC-CONTROL.
012620     WRITE RPT-CA-REG FROM WS-ENC-CONTROL-COL.
012630     PERFORM 8100-CONTROL-MES THRU 8100-EXIT
012640         VARYING WS-MES FROM 1 BY 1
012650         UNTIL WS-MES > 12.
012660     PERFORM 8200-CONTROL-TOTAL THRU 8200-EXIT
012670         VARYING WS-CLASE FROM 1 BY 1
012680         UNTIL WS-CLASE > 3.
012690     MOVE SPACES TO RPT-CA-REG.
012700     WRITE RPT-CA-REG.
012710     MOVE 'SALDOS INICIALES CERTIFICADOS' TO WS-LT-ETIQUETA.
012720     MOVE WS-TOT-SALDO-INICIAL TO WS-LT-IMPORTE.
012730     WRITE RPT-CA-REG FROM WS-LINEA-TOTAL-SALDO.
012740     MOVE 'AJUSTES DE MANTENIMIENTO CERTIFICADOS'
012750         TO WS-LT-ETIQUETA.
012760     MOVE WS-TOT-AJUSTE-MANT TO WS-LT-IMPORTE.
012770     WRITE RPT-CA-REG FROM WS-LINEA-TOTAL-SALDO.
012780     MOVE 'SALDOS FINALES CERTIFICADOS' TO WS-LT-ETIQUETA.
012790     MOVE WS-TOT-SALDO-FINAL TO WS-LT-IMPORTE.
012800     WRITE RPT-CA-REG FROM WS-LINEA-TOTAL-SALDO.
012810     IF WS-CONTROL-CUADRA
012820         MOVE 'CONTROL CUADRA CON LA HISTORIA' TO RPT-CA-REG
012830     ELSE
012840         MOVE 'CONTROL NO CUADRA CON LA HISTORIA - REVISAR'
012850             TO RPT-CA-REG
012860         MOVE 16 TO RETURN-CODE
012870     END-IF.
012880     WRITE RPT-CA-REG.
012890 8000-EXIT.
012900     EXIT.
012910*
012920 8100-CONTROL-MES.
012930     PERFORM 8110-CONTROL-CLASE THRU 8110-EXIT
012940         VARYING WS-CLASE FROM 1 BY 1
012950         UNTIL WS-CLASE > 3.
012960 8100-EXIT.
012970     EXIT.
012980*
012990 8110-CONTROL-CLASE.
013000     IF WS-CLASE = 1
013010         MOVE WS-NOM-MES (WS-MES) TO WS-LC-MES
013020     ELSE
013030         MOVE SPACES TO WS-LC-MES
013040     END-IF.
013050     MOVE WS-NOM-CLASE (WS-CLASE) TO WS-LC-CLASE.
013060     MOVE WS-TC-HIST (WS-MES, WS-CLASE) TO WS-LC-HIST.
013070     MOVE WS-TC-CERT (WS-MES, WS-CLASE) TO WS-LC-CERT.
013080     MOVE WS-TC-NOCE (WS-MES, WS-CLASE) TO WS-LC-NOCE.
013090     COMPUTE WS-DIFERENCIA = WS-TC-HIST (WS-MES, WS-CLASE)
013100         - WS-TC-CERT (WS-MES, WS-CLASE)
013110         - WS-TC-NOCE (WS-MES, WS-CLASE).
013120     MOVE WS-DIFERENCIA TO WS-LC-DIFER.
013130     IF WS-DIFERENCIA NOT = ZERO
013140         MOVE 'N' TO WS-SW-CONTROL
013150     END-IF.
013160     WRITE RPT-CA-REG FROM WS-LINEA-CONTROL.
013170     ADD WS-TC-HIST (WS-MES, WS-CLASE) TO WS-TT-HIST (WS-CLASE).
013180     ADD WS-TC-CERT (WS-MES, WS-CLASE) TO WS-TT-CERT (WS-CLASE).
013190     ADD WS-TC-NOCE (WS-MES, WS-CLASE) TO WS-TT-NOCE (WS-CLASE).
013200 8110-EXIT.
013210     EXIT.
013220*
013230 8200-CONTROL-TOTAL.
013240     IF WS-CLASE = 1
013250         MOVE 'TOTAL' TO WS-LC-MES
013260     ELSE
013270         MOVE SPACES TO WS-LC-MES
013280     END-IF.
013290     MOVE WS-NOM-CLASE (WS-CLASE) TO WS-LC-CLASE.
013300     MOVE WS-TT-HIST (WS-CLASE) TO WS-LC-HIST.
013310     MOVE WS-TT-CERT (WS-CLASE) TO WS-LC-CERT.
013320     MOVE WS-TT-NOCE (WS-CLASE) TO WS-LC-NOCE.
013330     COMPUTE WS-DIFERENCIA = WS-TT-HIST (WS-CLASE)
013340         - WS-TT-CERT (WS-CLASE) - WS-TT-NOCE (WS-CLASE).
013350     MOVE WS-DIFERENCIA TO WS-LC-DIFER.
013360     IF WS-DIFERENCIA NOT = ZERO
013370         MOVE 'N' TO WS-SW-CONTROL
013380     END-IF.
013390     WRITE RPT-CA-REG FROM WS-LINEA-CONTROL.
013400 8200-EXIT.
013410     EXIT.
013420*
013430*****************************************************************
013440 9000-FINALIZAR.
013450*****************************************************************
013460     MOVE SPACES TO RPT-CA-REG.
013470     WRITE RPT-CA-REG.
013480     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CA-REG.
013490     WRITE RPT-CA-REG.
013500     MOVE 'MOVIMIENTOS LEIDOS ARCHIVO' TO WS-LR-ETIQUETA.
013510     MOVE WS-CONT-LEIDOS-ARCH TO WS-LR-CANT.
013520     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013530     MOVE 'MOVIMIENTOS LEIDOS VIGENTES' TO WS-LR-ETIQUETA.
013540     MOVE WS-CONT-LEIDOS-HIST TO WS-LR-CANT.
013550     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013560     MOVE 'MOVIMIENTOS DE OTRO EJERCICIO' TO WS-LR-ETIQUETA.
013570     MOVE WS-CONT-OTRO-ANIO TO WS-LR-CANT.
013580     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013590     MOVE 'MOVIMIENTOS DE OTROS SOCIOS' TO WS-LR-ETIQUETA.
013600     MOVE WS-CONT-OTRO-SOCIO TO WS-LR-CANT.
013610     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013620     MOVE 'MOVIMIENTOS DEL EJERCICIO' TO WS-LR-ETIQUETA.
013630     MOVE WS-CONT-EJERCICIO TO WS-LR-CANT.
013640     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013650     MOVE 'MOVIMIENTOS NO CERTIFICADOS' TO WS-LR-ETIQUETA.
013660     MOVE WS-CONT-NO-CERTIF TO WS-LR-CANT.
013670     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013680     MOVE 'CERTIFICADOS EMITIDOS' TO WS-LR-ETIQUETA.
013690     MOVE WS-CONT-CERTIFICADOS TO WS-LR-CANT.
013700     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013710     MOVE 'CERTIFICADOS DE EX SOCIOS' TO WS-LR-ETIQUETA.
013720     MOVE WS-CONT-EXSOCIOS TO WS-LR-CANT.
013730     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013740     MOVE 'CERTIFICADOS CON AJUSTE MANT.' TO WS-LR-ETIQUETA.
013750     MOVE WS-CONT-CON-AJUSTE TO WS-LR-CANT.
013760     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013770     MOVE 'SOCIOS OMITIDOS POR FILTRO' TO WS-LR-ETIQUETA.
013780     MOVE WS-CONT-OMITIDOS TO WS-LR-CANT.
013790     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013800     MOVE 'SOCIOS SIN ACTIVIDAD' TO WS-LR-ETIQUETA.
013810     MOVE WS-CONT-SIN-ACTIVIDAD TO WS-LR-CANT.
013820     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013830     MOVE 'SOCIOS SIN MAESTRO NI ARCHIVO' TO WS-LR-ETIQUETA.
013840     MOVE WS-CONT-SIN-SOCIO TO WS-LR-CANT.
013850     WRITE RPT-CA-REG FROM WS-LINEA-RESUMEN.
013860     CLOSE SNAPSHOT.
013870     CLOSE SNAP-CIE.
013880     CLOSE SOCIOS.
013890     CLOSE RPT-CA.
013900 9000-EXIT.
013910     EXIT.
013920*
013930*****************************************************************
013940 9900-ABEND-ARCHIVO.
013950*****************************************************************
013960     DISPLAY 'SOCCA01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
013970     DISPLAY 'SOCCA01 - FILE STATUS = ' WS-FS-COMUN.
013980     MOVE 16 TO RETURN-CODE.
013990     STOP RUN.
014000*
014010 END PROGRAM SOCCA01.
