000010*****************************************************************
000020* PROGRAM:     SOCAU01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     AUDIT REPORT FROM THE COMMON SOCIOS UPDATE
000070*              JOURNAL (COPY JRNREG). DRIVEN BY A DECK OF
000080*              SELECTION CARDS: EACH CARD NAMES ANY COMBINATION
000090*              OF MEMBER CODE, DATE RANGE, PROGRAM AND JOB ID (A
000100*              BLANK FIELD SELECTS EVERYTHING) AND GETS ITS OWN
000110*              SECTION OF THE REPORT. EVERY JOURNAL ENTRY THAT
000120*              MATCHES IS BROKEN INTO THE SOC-REG FIELDS OF ITS
000130*              BEFORE AND AFTER IMAGES AND ONLY THE FIELDS THAT
000140*              CHANGED PRINT, OLD AND NEW VALUE SIDE BY SIDE,
000150*              UNDER THE PROGRAM, DATE, TIME AND JOB ID THAT MADE
000160*              THE CHANGE. AN ALTA SHOWS EVERY FIELD IT LOADED, A
000170*              BAJA EVERY FIELD IT REMOVED. THE RUN ENDS WITH THE
000180*              SELECTED ENTRIES COUNTED BY PROGRAM AND ACTION.
000190*              THE JOURNAL IS ONLY READ.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   15/10/2026 RCA   INITIAL VERSION.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SOCAU01.
000270 AUTHOR. R. CASTRO.
000280 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
000360         ORGANIZATION LINE SEQUENTIAL
000370         FILE STATUS IS WS-FS-JRN.
000380     SELECT AUD-CARDS     ASSIGN TO SOCIOAUC
000390         ORGANIZATION LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-AUC.
000410     SELECT RPT-AU        ASSIGN TO RPTAU
000420         ORGANIZATION LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-RPTAU.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SOC-JRN.
000480     COPY jrnreg.
000490*
000500*    ONE SELECTION PER CARD. EVERY FIELD LEFT BLANK SELECTS ALL;
000510*    THE FIELDS PUNCHED MUST ALL MATCH.
000520 FD  AUD-CARDS.
000530 01  AUC-REG.
000540     03  AUC-COD                PIC 9(06).
000550     03  AUC-FEC-DESDE          PIC 9(08).
000560     03  AUC-FEC-HASTA          PIC 9(08).
000570     03  AUC-PROGRAMA           PIC X(08).
000580     03  AUC-JOBID              PIC X(08).
000590*
000600 FD  RPT-AU.
000610 01  RPT-AU-REG                 PIC X(132).
000620*
000630 WORKING-STORAGE SECTION.
000640 01  WS-SWITCHES.
000650     05  WS-SW-FIN-AUC          PIC X(01) VALUE 'N'.
000660         88  WS-FIN-AUC                 VALUE 'S'.
000670     05  WS-SW-FIN-JRN          PIC X(01) VALUE 'N'.
000680         88  WS-FIN-JRN                 VALUE 'S'.
000690     05  WS-SW-CARD-VALIDA      PIC X(01) VALUE 'N'.
000700         88  WS-CARD-VALIDA             VALUE 'S'.
000710*
000720 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
000730*
000740 01  WS-FS-AUC                  PIC X(02) VALUE '00'.
000750*
000760 01  WS-FS-RPTAU                PIC X(02) VALUE '00'.
000770*
000780 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000790*
000800 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
000810*
000820 01  WS-FECHA-HOY.
000830     05  WS-FH-ANIO             PIC 9(04).
000840     05  WS-FH-MES              PIC 9(02).
000850     05  WS-FH-DIA              PIC 9(02).
000860*
000870*    THE CURRENT CARD'S SELECTION, WITH THE BLANK FIELDS OPENED
000880*    UP TO TAKE EVERYTHING.
000890 01  WS-SELECCION.
000900     05  WS-SEL-COD             PIC 9(06) VALUE ZERO.
000910     05  WS-SEL-DESDE           PIC 9(08) VALUE ZERO.
000920     05  WS-SEL-HASTA           PIC 9(08) VALUE ZERO.
000930     05  WS-SEL-PROGRAMA        PIC X(08) VALUE SPACES.
000940     05  WS-SEL-JOBID           PIC X(08) VALUE SPACES.
000950*
000960 01  WS-MOTIVO-INVALIDA         PIC X(20) VALUE SPACES.
000970*
000980*****************************************************************
000990* THE TWO JOURNAL IMAGES, OCCURRENCE 1 BEFORE AND 2 AFTER, IN
001000* THE SOC-REG LAYOUT (COPY SOCREG) - KEEP IN STEP WITH IT. EACH
001010* NUMERIC FIELD ALSO HAS AN ALPHANUMERIC VIEW, SO A SIDE THAT
001020* DOES NOT EXIST (ALL SPACES ON AN ALTA OR BAJA) COMPARES AND
001030* PRINTS AS BLANK INSTEAD OF AS A NUMBER.
001040*****************************************************************
001050 01  WS-IMAGENES.
001060     05  IMG-REG                OCCURS 2 TIMES.
001070         10  IMG-COD            PIC 9(06).
001080         10  IMG-NOM            PIC X(20).
001090         10  IMG-SALDO          PIC S9(8)V99.
001100         10  IMG-SALDO-X REDEFINES IMG-SALDO
001110                                PIC X(10).
001120         10  IMG-FILIAL         PIC X(03).
001130         10  IMG-FEC-ALTA       PIC X(08).
001140         10  IMG-FEC-ULT-PAGO   PIC X(08).
001150         10  IMG-CATEGORIA      PIC X(01).
001160         10  IMG-DOMICILIO      PIC X(30).
001170         10  IMG-LOCALIDAD      PIC X(20).
001180         10  IMG-TELEFONO       PIC X(15).
001190         10  IMG-ESTADO         PIC X(01).
001200         10  IMG-FEC-ESTADO     PIC X(08).
001210         10  IMG-DEBITO         PIC X(01).
001220         10  IMG-CBU            PIC X(22).
001230         10  IMG-FEC-DEBITO     PIC X(08).
001240*
001250 01  WS-LADO                    PIC 9(01) VALUE ZERO.
001260*
001270 01  WS-ED-SALDO                PIC -ZZ,ZZZ,ZZ9.99.
001280*
001290 01  WS-CONT-CAMBIOS            PIC 9(03) VALUE ZERO.
001300*
001310 01  WS-CONTADORES.
001320     05  WS-CONT-SELECCIONES    PIC 9(05) VALUE ZERO.
001330     05  WS-CONT-INVALIDAS      PIC 9(05) VALUE ZERO.
001340     05  WS-CONT-JRN-LEIDOS     PIC 9(07) VALUE ZERO.
001350     05  WS-CONT-ENTRADAS       PIC 9(07) VALUE ZERO.
001360     05  WS-CONT-SEL-ENTRADAS   PIC 9(07) VALUE ZERO.
001370*
001380*****************************************************************
001390* SELECTED ENTRIES BY PROGRAM AND ACTION, FOR THE CLOSING
001400* SUMMARY. A PROGRAM BEYOND THE TABLE'S CAPACITY IS COUNTED
001410* UNDER OTROS PROGRAMAS.
001420*****************************************************************
001430 01  WS-PRG-CANT                PIC 9(02) VALUE ZERO.
001440 01  WS-PRG-MAX                 PIC 9(02) VALUE 20.
001450 01  WS-PRG-POS                 PIC 9(02) VALUE ZERO.
001460 01  WS-TABLA-PROGRAMAS.
001470     05  PRG-ENTRY              OCCURS 20 TIMES
001480                                INDEXED BY PRG-IDX.
001490         10  PRG-NOMBRE         PIC X(08).
001500         10  PRG-ALTAS          PIC 9(07).
001510         10  PRG-MODIF          PIC 9(07).
001520         10  PRG-BAJAS          PIC 9(07).
001530         10  PRG-TOTAL          PIC 9(07).
001540*
001550 01  WS-PRG-OTROS.
001560     05  WS-PO-ALTAS            PIC 9(07) VALUE ZERO.
001570     05  WS-PO-MODIF            PIC 9(07) VALUE ZERO.
001580     05  WS-PO-BAJAS            PIC 9(07) VALUE ZERO.
001590     05  WS-PO-TOTAL            PIC 9(07) VALUE ZERO.
001600*
001610 01  WS-PRG-GENERAL.
001620     05  WS-PG-ALTAS            PIC 9(07) VALUE ZERO.
001630     05  WS-PG-MODIF            PIC 9(07) VALUE ZERO.
001640     05  WS-PG-BAJAS            PIC 9(07) VALUE ZERO.
001650     05  WS-PG-TOTAL            PIC 9(07) VALUE ZERO.
001660*
001670 01  WS-ENC-TITULO.
001680     05  FILLER                 PIC X(42)
001690         VALUE 'AUDITORIA DE CAMBIOS EN SOCIOS - JOURNAL'.
001700     05  FILLER                 PIC X(12) VALUE '  PROCESADO '.
001710     05  WS-ET-FECHA            PIC 9(08).
001720*
001730 01  WS-ENC-SELECCION.
001740     05  FILLER                 PIC X(17)
001750         VALUE 'SELECCION: SOCIO '.
001760     05  WS-ES-COD              PIC X(06).
001770     05  FILLER                 PIC X(08) VALUE '  DESDE '.
001780     05  WS-ES-DESDE            PIC X(08).
001790     05  FILLER                 PIC X(08) VALUE '  HASTA '.
001800     05  WS-ES-HASTA            PIC X(08).
001810     05  FILLER                 PIC X(11) VALUE '  PROGRAMA '.
001820     05  WS-ES-PROGRAMA         PIC X(08).
001830     05  FILLER                 PIC X(06) VALUE '  JOB '.
001840     05  WS-ES-JOBID            PIC X(08).
001850*
001860 01  WS-LINEA-ENTRADA.
001870     05  FILLER                 PIC X(02) VALUE SPACES.
001880     05  WS-LE-FECHA            PIC 9(08).
001890     05  FILLER                 PIC X(01) VALUE SPACES.
001900     05  WS-LE-HORA             PIC 9(06).
001910     05  FILLER                 PIC X(02) VALUE SPACES.
001920     05  WS-LE-PROGRAMA         PIC X(08).
001930     05  FILLER                 PIC X(02) VALUE SPACES.
001940     05  WS-LE-JOBID            PIC X(08).
001950     05  FILLER                 PIC X(02) VALUE SPACES.
001960     05  WS-LE-ACCION           PIC X(12).
001970     05  FILLER                 PIC X(07) VALUE 'SOCIO '.
001980     05  WS-LE-COD              PIC 9(06).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  WS-LE-NOM              PIC X(20).
002010*
002020 01  WS-ENC-CAMBIOS.
002030     05  FILLER                 PIC X(08) VALUE SPACES.
002040     05  FILLER                 PIC X(18) VALUE 'CAMPO'.
002050     05  FILLER                 PIC X(32) VALUE 'VALOR ANTERIOR'.
002060     05  FILLER                 PIC X(11) VALUE 'VALOR NUEVO'.
002070*
002080 01  WS-LINEA-CAMBIO.
002090     05  FILLER                 PIC X(08) VALUE SPACES.
002100     05  WS-LX-CAMPO            PIC X(18).
002110     05  WS-LX-LADO             OCCURS 2 TIMES.
002120         10  WS-LX-VALOR        PIC X(30).
002130         10  FILLER             PIC X(02).
002140*
002150 01  WS-ENC-RESUMEN.
002160     05  FILLER                 PIC X(20) VALUE 'PROGRAMA'.
002170     05  FILLER                 PIC X(10) VALUE '    ALTAS'.
002180     05  FILLER                 PIC X(10) VALUE '   MODIF.'.
002190     05  FILLER                 PIC X(10) VALUE '    BAJAS'.
002200     05  FILLER                 PIC X(10) VALUE '    TOTAL'.
002210*
002220 01  WS-LINEA-PROGRAMA.
002230     05  WS-LP-PROGRAMA         PIC X(18).
002240     05  FILLER                 PIC X(02) VALUE SPACES.
002250     05  WS-LP-ALTAS            PIC Z,ZZZ,ZZ9.
002260     05  FILLER                 PIC X(01) VALUE SPACES.
002270     05  WS-LP-MODIF            PIC Z,ZZZ,ZZ9.
002280     05  FILLER                 PIC X(01) VALUE SPACES.
002290     05  WS-LP-BAJAS            PIC Z,ZZZ,ZZ9.
002300     05  FILLER                 PIC X(01) VALUE SPACES.
002310     05  WS-LP-TOTAL            PIC Z,ZZZ,ZZ9.
002320*
002330 01  WS-LINEA-RESUMEN.
002340     05  WS-LR-ETIQUETA         PIC X(30).
002350     05  WS-LR-CANT             PIC Z,ZZZ,ZZ9.
002360*
002370 PROCEDURE DIVISION.
002380*****************************************************************
002390 0000-MAINLINE.
002400*****************************************************************
002410     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002420     PERFORM 2000-PROCESAR-SELECCION THRU 2000-EXIT
002430         UNTIL WS-FIN-AUC.
002440     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002450     STOP RUN.
002460*
002470*****************************************************************
002480 1000-INICIALIZAR.
002490*****************************************************************
002500     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002510     OPEN INPUT AUD-CARDS.
002520     IF WS-FS-AUC NOT = '00'
002530         MOVE 'AUD-CARDS' TO WS-NOMBRE-ARCHIVO
002540         MOVE WS-FS-AUC TO WS-FS-COMUN
002550         PERFORM 9900-ABEND-ARCHIVO
002560     END-IF.
002570     OPEN OUTPUT RPT-AU.
002580     IF WS-FS-RPTAU NOT = '00'
002590         MOVE 'RPT-AU' TO WS-NOMBRE-ARCHIVO
002600         MOVE WS-FS-RPTAU TO WS-FS-COMUN
002610         PERFORM 9900-ABEND-ARCHIVO
002620     END-IF.
002630     MOVE WS-FECHA-HOY TO WS-ET-FECHA.
002640     WRITE RPT-AU-REG FROM WS-ENC-TITULO.
002650 1000-EXIT.
002660     EXIT.
002670*
002680*****************************************************************
002690* 2000-PROCESAR-SELECCION READS ONE SELECTION CARD AND ANSWERS
002700* IT WITH A FULL PASS OF THE JOURNAL. A MIS-PUNCHED CARD PRINTS
002710* AS INVALID AND THE RUN GOES ON WITH THE NEXT ONE.
002720*****************************************************************
002730 2000-PROCESAR-SELECCION.
002740     READ AUD-CARDS
002750         AT END
002760             MOVE 'S' TO WS-SW-FIN-AUC
002770             GO TO 2000-EXIT
002780     END-READ.
002790     ADD 1 TO WS-CONT-SELECCIONES.
002800     MOVE SPACES TO RPT-AU-REG.
002810     WRITE RPT-AU-REG.
002820     PERFORM 2100-VALIDAR-SELECCION THRU 2100-EXIT.
002830     PERFORM 2150-ENCABEZAR-SELECCION THRU 2150-EXIT.
002840     IF NOT WS-CARD-VALIDA
002850         ADD 1 TO WS-CONT-INVALIDAS
002860         MOVE SPACES TO RPT-AU-REG
002870         STRING '  SELECCION INVALIDA - ' DELIMITED BY SIZE
002880                WS-MOTIVO-INVALIDA DELIMITED BY SIZE
002890             INTO RPT-AU-REG
002900         END-STRING
002910         WRITE RPT-AU-REG
002920         GO TO 2000-EXIT
002930     END-IF.
002940     MOVE ZERO TO WS-CONT-SEL-ENTRADAS.
002950     OPEN INPUT SOC-JRN.
002960     IF WS-FS-JRN NOT = '00'
002970         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
002980         MOVE WS-FS-JRN TO WS-FS-COMUN
002990         PERFORM 9900-ABEND-ARCHIVO
003000     END-IF.
003010     MOVE 'N' TO WS-SW-FIN-JRN.
003020     PERFORM 2200-LEER-JOURNAL THRU 2200-EXIT
003030         UNTIL WS-FIN-JRN.
003040     CLOSE SOC-JRN.
003050     IF WS-CONT-SEL-ENTRADAS = ZERO
003060         MOVE '  SIN CAMBIOS REGISTRADOS PARA LA SELECCION'
003070             TO RPT-AU-REG
003080         WRITE RPT-AU-REG
003090     END-IF.
003100 2000-EXIT.
003110     EXIT.
003120*
003130*****************************************************************
003140* 2100-VALIDAR-SELECCION - A BLANK FIELD TAKES EVERYTHING: CODE
003150* ZERO, DATES FROM ZERO TO ALL NINES, ANY PROGRAM, ANY JOB. A
003160* PUNCHED CODE OR DATE MUST BE NUMERIC AND THE RANGE MUST NOT
003170* RUN BACKWARDS.
003180*****************************************************************
003190 2100-VALIDAR-SELECCION.
003200     MOVE 'N' TO WS-SW-CARD-VALIDA.
003210     MOVE ZERO TO WS-SEL-COD.
003220     MOVE ZERO TO WS-SEL-DESDE.
003230     MOVE 99999999 TO WS-SEL-HASTA.
003240     MOVE AUC-PROGRAMA TO WS-SEL-PROGRAMA.
003250     MOVE AUC-JOBID TO WS-SEL-JOBID.
003260     IF AUC-COD NOT = SPACES
003270         IF AUC-COD NOT NUMERIC
003280             MOVE 'CODIGO DE SOCIO' TO WS-MOTIVO-INVALIDA
003290             GO TO 2100-EXIT
003300         END-IF
003310         MOVE AUC-COD TO WS-SEL-COD
003320     END-IF.
003330     IF AUC-FEC-DESDE NOT = SPACES
003340         IF AUC-FEC-DESDE NOT NUMERIC
003350             MOVE 'FECHA DESDE' TO WS-MOTIVO-INVALIDA
003360             GO TO 2100-EXIT
003370         END-IF
003380         MOVE AUC-FEC-DESDE TO WS-SEL-DESDE
003390     END-IF.
003400     IF AUC-FEC-HASTA NOT = SPACES
003410         IF AUC-FEC-HASTA NOT NUMERIC
003420             MOVE 'FECHA HASTA' TO WS-MOTIVO-INVALIDA
003430             GO TO 2100-EXIT
003440         END-IF
003450         MOVE AUC-FEC-HASTA TO WS-SEL-HASTA
003460     END-IF.
003470     IF WS-SEL-DESDE > WS-SEL-HASTA
003480         MOVE 'RANGO DE FECHAS' TO WS-MOTIVO-INVALIDA
003490         GO TO 2100-EXIT
003500     END-IF.
003510     MOVE 'S' TO WS-SW-CARD-VALIDA.
003520 2100-EXIT.
003530     EXIT.
003540*
003550 2150-ENCABEZAR-SELECCION.
003560     IF AUC-COD = SPACES OR AUC-COD = ZERO
003570         MOVE 'TODOS' TO WS-ES-COD
003580     ELSE
003590         MOVE AUC-COD TO WS-ES-COD
003600     END-IF.
003610     IF AUC-FEC-DESDE = SPACES
003620         MOVE 'INICIO' TO WS-ES-DESDE
003630     ELSE
003640         MOVE AUC-FEC-DESDE TO WS-ES-DESDE
003650     END-IF.
003660     IF AUC-FEC-HASTA = SPACES
003670         MOVE 'FIN' TO WS-ES-HASTA
003680     ELSE
003690         MOVE AUC-FEC-HASTA TO WS-ES-HASTA
003700     END-IF.
003710     IF AUC-PROGRAMA = SPACES
003720         MOVE 'TODOS' TO WS-ES-PROGRAMA
003730     ELSE
003740         MOVE AUC-PROGRAMA TO WS-ES-PROGRAMA
003750     END-IF.
003760     IF AUC-JOBID = SPACES
003770         MOVE 'TODOS' TO WS-ES-JOBID
003780     ELSE
003790         MOVE AUC-JOBID TO WS-ES-JOBID
003800     END-IF.
003810     WRITE RPT-AU-REG FROM WS-ENC-SELECCION.
003820 2150-EXIT.
003830     EXIT.
003840*
003850 2200-LEER-JOURNAL.
003860     READ SOC-JRN
003870         AT END
003880             MOVE 'S' TO WS-SW-FIN-JRN
003890             GO TO 2200-EXIT
003900     END-READ.
003910     ADD 1 TO WS-CONT-JRN-LEIDOS.
003920     IF WS-SEL-COD NOT = ZERO AND JRN-COD NOT = WS-SEL-COD
003930         GO TO 2200-EXIT
003940     END-IF.
003950     IF JRN-FECHA < WS-SEL-DESDE OR JRN-FECHA > WS-SEL-HASTA
003960         GO TO 2200-EXIT
003970     END-IF.
003980     IF WS-SEL-PROGRAMA NOT = SPACES
003990        AND JRN-PROGRAMA NOT = WS-SEL-PROGRAMA
004000         GO TO 2200-EXIT
004010     END-IF.
004020     IF WS-SEL-JOBID NOT = SPACES
004030        AND JRN-JOBID NOT = WS-SEL-JOBID
004040         GO TO 2200-EXIT
004050     END-IF.
004060     ADD 1 TO WS-CONT-SEL-ENTRADAS.
004070     ADD 1 TO WS-CONT-ENTRADAS.
004080     PERFORM 2300-IMPRIMIR-ENTRADA THRU 2300-EXIT.
004090     PERFORM 2600-ACUMULAR-PROGRAMA THRU 2600-EXIT.
004100     PERFORM 2620-ACUMULAR-GENERAL THRU 2620-EXIT.
004110 2200-EXIT.
004120     EXIT.
004130*
004140*****************************************************************
004150* 2300-IMPRIMIR-ENTRADA PRINTS THE ENTRY'S HEADING LINE - WHEN,
004160* WHO, WHICH JOB, WHAT ACTION, WHICH MEMBER - THEN ONE LINE PER
004170* SOC-REG FIELD WHOSE VALUE DIFFERS BETWEEN THE TWO IMAGES.
004180*****************************************************************
004190 2300-IMPRIMIR-ENTRADA.
004200     MOVE JRN-ANTES TO IMG-REG (1).
004210     MOVE JRN-DESPUES TO IMG-REG (2).
004220     MOVE SPACES TO RPT-AU-REG.
004230     WRITE RPT-AU-REG.
004240     MOVE JRN-FECHA TO WS-LE-FECHA.
004250     MOVE JRN-HORA TO WS-LE-HORA.
004260     MOVE JRN-PROGRAMA TO WS-LE-PROGRAMA.
004270     MOVE JRN-JOBID TO WS-LE-JOBID.
004280     EVALUATE TRUE
004290         WHEN JRN-ALTA
004300             MOVE 'ALTA' TO WS-LE-ACCION
004310         WHEN JRN-MODIF
004320             MOVE 'MODIFICACION' TO WS-LE-ACCION
004330         WHEN JRN-BAJA
004340             MOVE 'BAJA' TO WS-LE-ACCION
004350         WHEN OTHER
004360             MOVE 'ACCION ?' TO WS-LE-ACCION
004370             MOVE JRN-ACCION TO WS-LE-ACCION (10:1)
004380     END-EVALUATE.
004390     MOVE JRN-COD TO WS-LE-COD.
004400     IF JRN-DESPUES = SPACES
004410         MOVE IMG-NOM (1) TO WS-LE-NOM
004420     ELSE
004430         MOVE IMG-NOM (2) TO WS-LE-NOM
004440     END-IF.
004450     WRITE RPT-AU-REG FROM WS-LINEA-ENTRADA.
004460     WRITE RPT-AU-REG FROM WS-ENC-CAMBIOS.
004470     MOVE ZERO TO WS-CONT-CAMBIOS.
004480     PERFORM 2400-COMPARAR-IMAGENES THRU 2400-EXIT.
004490     IF WS-CONT-CAMBIOS = ZERO
004500         MOVE '        SIN CAMBIOS EN LOS CAMPOS' TO RPT-AU-REG
004510         WRITE RPT-AU-REG
004520     END-IF.
004530 2300-EXIT.
004540     EXIT.
004550*
004560*****************************************************************
004570* 2400-COMPARAR-IMAGENES WALKS THE SOC-REG FIELDS IN RECORD
004580* ORDER. THE CODE IS THE JOURNAL KEY AND NEVER CHANGES.
004590*****************************************************************
004600 2400-COMPARAR-IMAGENES.
004610     MOVE SPACES TO WS-LINEA-CAMBIO.
004620     IF IMG-NOM (1) NOT = IMG-NOM (2)
004630         MOVE 'NOMBRE' TO WS-LX-CAMPO
004640         MOVE IMG-NOM (1) TO WS-LX-VALOR (1)
004650         MOVE IMG-NOM (2) TO WS-LX-VALOR (2)
004660         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
004670     END-IF.
004680     IF IMG-SALDO-X (1) NOT = IMG-SALDO-X (2)
004690         MOVE 'SALDO' TO WS-LX-CAMPO
004700         PERFORM 2410-FORMATEAR-SALDO THRU 2410-EXIT
004710             VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
004720         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
004730     END-IF.
004740     IF IMG-FILIAL (1) NOT = IMG-FILIAL (2)
004750         MOVE 'FILIAL' TO WS-LX-CAMPO
004760         MOVE IMG-FILIAL (1) TO WS-LX-VALOR (1)
004770         MOVE IMG-FILIAL (2) TO WS-LX-VALOR (2)
004780         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
004790     END-IF.
004800     IF IMG-FEC-ALTA (1) NOT = IMG-FEC-ALTA (2)
004810         MOVE 'FECHA DE ALTA' TO WS-LX-CAMPO
004820         MOVE IMG-FEC-ALTA (1) TO WS-LX-VALOR (1)
004830         MOVE IMG-FEC-ALTA (2) TO WS-LX-VALOR (2)
004840         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
004850     END-IF.
004860     IF IMG-FEC-ULT-PAGO (1) NOT = IMG-FEC-ULT-PAGO (2)
004870         MOVE 'FECHA ULTIMO PAGO' TO WS-LX-CAMPO
004880         MOVE IMG-FEC-ULT-PAGO (1) TO WS-LX-VALOR (1)
004890         MOVE IMG-FEC-ULT-PAGO (2) TO WS-LX-VALOR (2)
004900         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
004910     END-IF.
004920     IF IMG-CATEGORIA (1) NOT = IMG-CATEGORIA (2)
004930         MOVE 'CATEGORIA' TO WS-LX-CAMPO
004940         MOVE IMG-CATEGORIA (1) TO WS-LX-VALOR (1)
004950         MOVE IMG-CATEGORIA (2) TO WS-LX-VALOR (2)
004960         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
004970     END-IF.
004980     IF IMG-DOMICILIO (1) NOT = IMG-DOMICILIO (2)
004990         MOVE 'DOMICILIO' TO WS-LX-CAMPO
005000         MOVE IMG-DOMICILIO (1) TO WS-LX-VALOR (1)
005010         MOVE IMG-DOMICILIO (2) TO WS-LX-VALOR (2)
005020         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005030     END-IF.
005040     IF IMG-LOCALIDAD (1) NOT = IMG-LOCALIDAD (2)
005050         MOVE 'LOCALIDAD' TO WS-LX-CAMPO
005060         MOVE IMG-LOCALIDAD (1) TO WS-LX-VALOR (1)
005070         MOVE IMG-LOCALIDAD (2) TO WS-LX-VALOR (2)
005080         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005090     END-IF.
005100     IF IMG-TELEFONO (1) NOT = IMG-TELEFONO (2)
005110         MOVE 'TELEFONO' TO WS-LX-CAMPO
005120         MOVE IMG-TELEFONO (1) TO WS-LX-VALOR (1)
005130         MOVE IMG-TELEFONO (2) TO WS-LX-VALOR (2)
005140         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005150     END-IF.
005160     IF IMG-ESTADO (1) NOT = IMG-ESTADO (2)
005170         MOVE 'ESTADO' TO WS-LX-CAMPO
005180         PERFORM 2420-FORMATEAR-ESTADO THRU 2420-EXIT
005190             VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
005200         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005210     END-IF.
005220     IF IMG-FEC-ESTADO (1) NOT = IMG-FEC-ESTADO (2)
005230         MOVE 'FECHA DE ESTADO' TO WS-LX-CAMPO
005240         MOVE IMG-FEC-ESTADO (1) TO WS-LX-VALOR (1)
005250         MOVE IMG-FEC-ESTADO (2) TO WS-LX-VALOR (2)
005260         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005270     END-IF.
005280     IF IMG-DEBITO (1) NOT = IMG-DEBITO (2)
005290         MOVE 'DEBITO AUTOMATICO' TO WS-LX-CAMPO
005300         MOVE IMG-DEBITO (1) TO WS-LX-VALOR (1)
005310         MOVE IMG-DEBITO (2) TO WS-LX-VALOR (2)
005320         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005330     END-IF.
005340     IF IMG-CBU (1) NOT = IMG-CBU (2)
005350         MOVE 'CBU' TO WS-LX-CAMPO
005360         MOVE IMG-CBU (1) TO WS-LX-VALOR (1)
005370         MOVE IMG-CBU (2) TO WS-LX-VALOR (2)
005380         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005390     END-IF.
005400     IF IMG-FEC-DEBITO (1) NOT = IMG-FEC-DEBITO (2)
005410         MOVE 'FECHA DE DEBITO' TO WS-LX-CAMPO
005420         MOVE IMG-FEC-DEBITO (1) TO WS-LX-VALOR (1)
005430         MOVE IMG-FEC-DEBITO (2) TO WS-LX-VALOR (2)
005440         PERFORM 2500-IMPRIMIR-CAMBIO THRU 2500-EXIT
005450     END-IF.
005460 2400-EXIT.
005470     EXIT.
005480*
005490 2410-FORMATEAR-SALDO.
005500     IF IMG-SALDO-X (WS-LADO) = SPACES
005510         MOVE SPACES TO WS-LX-VALOR (WS-LADO)
005520     ELSE
005530         MOVE IMG-SALDO (WS-LADO) TO WS-ED-SALDO
005540         MOVE WS-ED-SALDO TO WS-LX-VALOR (WS-LADO)
005550     END-IF.
005560 2410-EXIT.
005570     EXIT.
005580*
005590*****************************************************************
005600* 2420-FORMATEAR-ESTADO - A BLANK STATUS ON A MEMBER THAT EXISTS
005610* READS AS ACTIVO, SAME AS THE 88 ON SOC-ESTADO; ON THE MISSING
005620* SIDE OF AN ALTA OR BAJA IT STAYS BLANK.
005630*****************************************************************
005640 2420-FORMATEAR-ESTADO.
005650     IF WS-LADO = 1 AND JRN-ANTES = SPACES
005660         MOVE SPACES TO WS-LX-VALOR (WS-LADO)
005670         GO TO 2420-EXIT
005680     END-IF.
005690     IF WS-LADO = 2 AND JRN-DESPUES = SPACES
005700         MOVE SPACES TO WS-LX-VALOR (WS-LADO)
005710         GO TO 2420-EXIT
005720     END-IF.
005730     EVALUATE IMG-ESTADO (WS-LADO)
005740         WHEN 'A'
005750         WHEN ' '
005760             MOVE 'ACTIVO' TO WS-LX-VALOR (WS-LADO)
005770         WHEN 'S'
005780             MOVE 'SUSPENDIDO' TO WS-LX-VALOR (WS-LADO)
005790         WHEN 'L'
005800             MOVE 'LICENCIA' TO WS-LX-VALOR (WS-LADO)
005810         WHEN OTHER
005820             MOVE IMG-ESTADO (WS-LADO) TO WS-LX-VALOR (WS-LADO)
005830     END-EVALUATE.
005840 2420-EXIT.
005850     EXIT.
005860*
005870 2500-IMPRIMIR-CAMBIO.
005880     ADD 1 TO WS-CONT-CAMBIOS.
005890     WRITE RPT-AU-REG FROM WS-LINEA-CAMBIO.
005900 2500-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940* 2600-ACUMULAR-PROGRAMA COUNTS THE ENTRY UNDER ITS PROGRAM AND
005950* ACTION FOR THE CLOSING SUMMARY. A PROGRAM NOT SEEN YET TAKES
005960* THE NEXT SLOT; WITH THE TABLE FULL IT GOES TO OTROS PROGRAMAS.
005970*****************************************************************
005980 2600-ACUMULAR-PROGRAMA.
005990     MOVE ZERO TO WS-PRG-POS.
006000     SET PRG-IDX TO 1.
006010     SEARCH PRG-ENTRY
006020         AT END
006030             CONTINUE
006040         WHEN PRG-IDX > WS-PRG-CANT
006050             CONTINUE
006060         WHEN PRG-NOMBRE (PRG-IDX) = JRN-PROGRAMA
006070             SET WS-PRG-POS TO PRG-IDX
006080     END-SEARCH.
006090     IF WS-PRG-POS = ZERO AND WS-PRG-CANT < WS-PRG-MAX
006100         ADD 1 TO WS-PRG-CANT
006110         MOVE WS-PRG-CANT TO WS-PRG-POS
006120         MOVE JRN-PROGRAMA TO PRG-NOMBRE (WS-PRG-POS)
006130         MOVE ZERO TO PRG-ALTAS (WS-PRG-POS)
006140         MOVE ZERO TO PRG-MODIF (WS-PRG-POS)
006150         MOVE ZERO TO PRG-BAJAS (WS-PRG-POS)
006160         MOVE ZERO TO PRG-TOTAL (WS-PRG-POS)
006170     END-IF.
006180     IF WS-PRG-POS = ZERO
006190         PERFORM 2610-ACUMULAR-OTROS THRU 2610-EXIT
006200         GO TO 2600-EXIT
006210     END-IF.
006220     ADD 1 TO PRG-TOTAL (WS-PRG-POS).
006230     EVALUATE TRUE
006240         WHEN JRN-ALTA
006250             ADD 1 TO PRG-ALTAS (WS-PRG-POS)
006260         WHEN JRN-MODIF
006270             ADD 1 TO PRG-MODIF (WS-PRG-POS)
006280         WHEN JRN-BAJA
006290             ADD 1 TO PRG-BAJAS (WS-PRG-POS)
006300     END-EVALUATE.
006310 2600-EXIT.
006320     EXIT.
006330*
006340 2610-ACUMULAR-OTROS.
006350     ADD 1 TO WS-PO-TOTAL.
006360     EVALUATE TRUE
006370         WHEN JRN-ALTA
006380             ADD 1 TO WS-PO-ALTAS
006390         WHEN JRN-MODIF
006400             ADD 1 TO WS-PO-MODIF
006410         WHEN JRN-BAJA
006420             ADD 1 TO WS-PO-BAJAS
006430     END-EVALUATE.
006440 2610-EXIT.
006450     EXIT.
006460*
006470 2620-ACUMULAR-GENERAL.
006480     ADD 1 TO WS-PG-TOTAL.
006490     EVALUATE TRUE
006500         WHEN JRN-ALTA
006510             ADD 1 TO WS-PG-ALTAS
006520         WHEN JRN-MODIF
006530             ADD 1 TO WS-PG-MODIF
006540         WHEN JRN-BAJA
006550             ADD 1 TO WS-PG-BAJAS
006560     END-EVALUATE.
006570 2620-EXIT.
006580     EXIT.
006590*
006600*****************************************************************
006610* 9000-FINALIZAR PRINTS THE SELECTED ENTRIES BY PROGRAM AND
006620* ACTION AND THE RUN COUNTS. AN ENTRY PICKED BY TWO CARDS IS
006630* COUNTED ONCE FOR EACH.
006640*****************************************************************
006650 9000-FINALIZAR.
006660     MOVE SPACES TO RPT-AU-REG.
006670     WRITE RPT-AU-REG.
006680     MOVE 'ENTRADAS SELECCIONADAS POR PROGRAMA Y ACCION'
006690         TO RPT-AU-REG.
006700     WRITE RPT-AU-REG.
006710     WRITE RPT-AU-REG FROM WS-ENC-RESUMEN.
006720     PERFORM 9100-IMPRIMIR-PROGRAMA THRU 9100-EXIT
006730         VARYING PRG-IDX FROM 1 BY 1 UNTIL PRG-IDX > WS-PRG-CANT.
006740     IF WS-PO-TOTAL > ZERO
006750         MOVE 'OTROS PROGRAMAS' TO WS-LP-PROGRAMA
006760         MOVE WS-PO-ALTAS TO WS-LP-ALTAS
006770         MOVE WS-PO-MODIF TO WS-LP-MODIF
006780         MOVE WS-PO-BAJAS TO WS-LP-BAJAS
006790         MOVE WS-PO-TOTAL TO WS-LP-TOTAL
006800         WRITE RPT-AU-REG FROM WS-LINEA-PROGRAMA
006810     END-IF.
006820     MOVE 'TOTAL' TO WS-LP-PROGRAMA.
006830     MOVE WS-PG-ALTAS TO WS-LP-ALTAS.
006840     MOVE WS-PG-MODIF TO WS-LP-MODIF.
006850     MOVE WS-PG-BAJAS TO WS-LP-BAJAS.
006860     MOVE WS-PG-TOTAL TO WS-LP-TOTAL.
006870     WRITE RPT-AU-REG FROM WS-LINEA-PROGRAMA.
006880     MOVE SPACES TO RPT-AU-REG.
006890     WRITE RPT-AU-REG.
006900     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-AU-REG.
006910     WRITE RPT-AU-REG.
006920     MOVE 'SELECCIONES LEIDAS' TO WS-LR-ETIQUETA.
006930     MOVE WS-CONT-SELECCIONES TO WS-LR-CANT.
006940     WRITE RPT-AU-REG FROM WS-LINEA-RESUMEN.
006950     MOVE 'SELECCIONES INVALIDAS' TO WS-LR-ETIQUETA.
006960     MOVE WS-CONT-INVALIDAS TO WS-LR-CANT.
006970     WRITE RPT-AU-REG FROM WS-LINEA-RESUMEN.
006980     MOVE 'REGISTROS DE JOURNAL LEIDOS' TO WS-LR-ETIQUETA.
006990     MOVE WS-CONT-JRN-LEIDOS TO WS-LR-CANT.
007000     WRITE RPT-AU-REG FROM WS-LINEA-RESUMEN.
007010     MOVE 'ENTRADAS SELECCIONADAS' TO WS-LR-ETIQUETA.
007020     MOVE WS-CONT-ENTRADAS TO WS-LR-CANT.
007030     WRITE RPT-AU-REG FROM WS-LINEA-RESUMEN.
007040     CLOSE AUD-CARDS.
007050     CLOSE RPT-AU.
007060 9000-EXIT.
007070     EXIT.
007080*
007090 9100-IMPRIMIR-PROGRAMA.
007100     MOVE PRG-NOMBRE (PRG-IDX) TO WS-LP-PROGRAMA.
007110     MOVE PRG-ALTAS (PRG-IDX) TO WS-LP-ALTAS.
007120     MOVE PRG-MODIF (PRG-IDX) TO WS-LP-MODIF.
007130     MOVE PRG-BAJAS (PRG-IDX) TO WS-LP-BAJAS.
007140     MOVE PRG-TOTAL (PRG-IDX) TO WS-LP-TOTAL.
007150     WRITE RPT-AU-REG FROM WS-LINEA-PROGRAMA.
007160 9100-EXIT.
007170     EXIT.
007180*
007190*****************************************************************
007200 9900-ABEND-ARCHIVO.
007210*****************************************************************
007220     DISPLAY 'SOCAU01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
007230     DISPLAY 'SOCAU01 - FILE STATUS = ' WS-FS-COMUN.
007240     MOVE 16 TO RETURN-CODE.
007250     STOP RUN.
007260*
007270 END PROGRAM SOCAU01.
