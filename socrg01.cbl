000010*****************************************************************
000020* PROGRAM:     SOCRG01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     MONTHLY LATE-PAYMENT SURCHARGE RUN (RECARGO POR
000070*              MORA). SWEEPS THE INDEXED SOCIOS MASTER ALONGSIDE
000080*              THE DUES BILLING RUN (SOCFA01), AGES EVERY DEBTOR
000090*              BY THE SAME RULE AS THE AGING REPORT (SOCAG01) -
000100*              DAYS SINCE THE LAST PAYMENT, OR SINCE THE
000110*              MEMBERSHIP DATE WHEN THE MEMBER NEVER PAID - AND
000120*              CHARGES THE SURCHARGE RATE OF THE MEMBER'S
000130*              CATEGORY (CATEGORIAS, MAINTAINED BY CATMT01) ON
000140*              THE DEBT OF EVERY MEMBER OVERDUE BEYOND THE
000150*              CATEGORY'S GRACE DAYS. EXEMPT CATEGORIES AND
000160*              MEMBERS ON A CURRENT PAYMENT PLAN (CONVENIOS) ARE
000170*              NEVER SURCHARGED. THE CHARGES GO OUT AS A
000180*              '*LOTEC'/'*LOTEF' BATCHED SOCIOMOV DECK UNDER THE
000190*              FACTUR PSEUDO-TELLER FOR THE SOCMV01 POSTING, AND
000200*              THE SURCHARGE REGISTER SHOWS EVERY DEBTOR'S DEBT,
000210*              DAYS OVERDUE, RATE AND SURCHARGE. EACH PERIOD RUN
000220*              IS LOGGED ON SOCIORGH AND A SECOND RUN FOR A
000230*              LOGGED PERIOD IS REFUSED.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   15/10/2026 RCA   INITIAL VERSION, MODELED ON SOCFA01.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SOCRG01.
000310 AUTHOR. R. CASTRO.
000320 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SOCIOS        ASSIGN TO SOCIOS
000400         ORGANIZATION INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS SOC-COD
000430         ALTERNATE RECORD KEY IS SOC-NOM
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-FS-SOCIOS.
000460     SELECT CATEGORIAS    ASSIGN TO CATEGOS
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CAT-COD
000500         FILE STATUS IS WS-FS-CATMAE.
000510     SELECT CONVENIOS     ASSIGN TO CONVENIO
000520         ORGANIZATION INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CNV-COD
000550         FILE STATUS IS WS-FS-CONV.
000560     SELECT RECARGO-CTL   ASSIGN TO SOCIORCG
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-CTL.
000590     SELECT RECARGO-HIST  ASSIGN TO SOCIORGH
000600         ORGANIZATION LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-RGH.
000620     SELECT SOCIOS-MOV    ASSIGN TO SOCIOMOV
000630         ORGANIZATION LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-MOV.
000650     SELECT RPT-RG        ASSIGN TO RPTRG
000660         ORGANIZATION LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-RPTRG.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SOCIOS.
000720     COPY socreg.
000730*
000740 FD  CATEGORIAS.
000750     COPY catreg.
000760*
000770 FD  CONVENIOS.
000780     COPY cnvreg.
000790*
000800 FD  RECARGO-CTL.
000810 01  RCG-REG.
000820     03  RCG-PERIODO            PIC 9(06).
000830     03  RCG-FECHA              PIC 9(08).
000840*
000850*    ONE RECORD PER PERIOD SURCHARGED: THE PERIOD, ITS CUT-OFF
000860*    DATE, AND THE MEMBER COUNT AND TOTAL OF ITS DECK.
000870 FD  RECARGO-HIST.
000880 01  RGH-REG.
000890     03  RGH-PERIODO            PIC 9(06).
000900     03  RGH-FECHA-CORTE        PIC 9(08).
000910     03  RGH-CANT               PIC 9(05).
000920     03  RGH-IMPORTE            PIC 9(09)V99.
000930*
000940 FD  SOCIOS-MOV.
000950     COPY movreg.
000960     COPY movlote.
000970*
000980 FD  RPT-RG.
000990 01  RPT-RG-REG                 PIC X(90).
001000*
001010 WORKING-STORAGE SECTION.
001020     COPY categ.
001030*
001040 01  WS-SWITCHES.
001050     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001060         88  WS-FIN-SOCIOS              VALUE 'S'.
001070     05  WS-SW-FIN-CATMAE       PIC X(01) VALUE 'N'.
001080         88  WS-FIN-CATMAE              VALUE 'S'.
001090     05  WS-SW-FIN-RGH          PIC X(01) VALUE 'N'.
001100         88  WS-FIN-RGH                 VALUE 'S'.
001110*
001120 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001130*
001140 01  WS-FS-CATMAE               PIC X(02) VALUE '00'.
001150*
001160 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
001170*
001180 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001190*
001200 01  WS-FS-RGH                  PIC X(02) VALUE '00'.
001210*
001220 01  WS-FS-MOV                  PIC X(02) VALUE '00'.
001230*
001240 01  WS-FS-RPTRG                PIC X(02) VALUE '00'.
001250*
001260 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001270*
001280 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001290*
001300 01  WS-CTL-PERIODO             PIC 9(06) VALUE ZERO.
001310*
001320 01  WS-CTL-FECHA               PIC 9(08) VALUE ZERO.
001330*
001340 01  WS-CAJERO-FACT             PIC X(06) VALUE 'FACTUR'.
001350*
001360 01  WS-CONTADORES.
001370     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001380     05  WS-CONT-SIN-DEUDA      PIC 9(05) VALUE ZERO.
001390     05  WS-CONT-RECARGADOS     PIC 9(05) VALUE ZERO.
001400     05  WS-CONT-EN-GRACIA      PIC 9(05) VALUE ZERO.
001410     05  WS-CONT-EXENTOS        PIC 9(05) VALUE ZERO.
001420     05  WS-CONT-CONVENIO       PIC 9(05) VALUE ZERO.
001430     05  WS-CONT-SIN-CATEG      PIC 9(05) VALUE ZERO.
001440*
001450 01  WS-TOTAL-DEUDA             PIC S9(9)V99 VALUE ZERO.
001460*
001470 01  WS-TOTAL-RECARGO           PIC S9(9)V99 VALUE ZERO.
001480*
001490 01  WS-LOTE-HASH               PIC S9(10)V99 VALUE ZERO.
001500*
001510*    WS-LOTE-MAX MUST NOT EXCEED THE 500-ENTRY BATCH TABLE THE
001520*    POSTING (SOCMV01) GATHERS EACH BATCH INTO.
001530 01  WS-LOTE-MAX                PIC 9(03) VALUE 500.
001540*
001550 01  WS-LOTE-CANT               PIC 9(05) VALUE ZERO.
001560*
001570 01  WS-CONT-LOTES              PIC 9(05) VALUE ZERO.
001580*
001590 01  WS-SW-CAT-HALLADA          PIC X(01) VALUE 'N'.
001600     88  WS-CAT-HALLADA                VALUE 'S'.
001610*
001620 01  WS-SW-CAT-EXENTA           PIC X(01) VALUE 'N'.
001630     88  WS-CAT-EXENTA                 VALUE 'S'.
001640*
001650 01  WS-TASA-SOCIO              PIC 9(02)V99 VALUE ZERO.
001660*
001670 01  WS-GRACIA-SOCIO            PIC 9(03) VALUE ZERO.
001680*
001690 01  WS-RECARGO-SOCIO           PIC 9(08)V99 VALUE ZERO.
001700*
001710 01  WS-FECHA-CORTE-INT         PIC S9(09) VALUE ZERO.
001720*
001730 01  WS-FECHA-BASE              PIC 9(08) VALUE ZERO.
001740*
001750 01  WS-DIAS-CALC               PIC S9(09) VALUE ZERO.
001760*
001770 01  WS-DIAS-ATRASO             PIC 9(04) VALUE ZERO.
001780*
001790 01  WS-ENC-PERIODO.
001800     05  FILLER                 PIC X(26)
001810         VALUE 'RECARGO POR MORA - PERIODO'.
001820     05  FILLER                 PIC X(01) VALUE SPACE.
001830     05  WS-EP-PERIODO          PIC 9(06).
001840     05  FILLER                 PIC X(14)
001850         VALUE '  FECHA CORTE '.
001860     05  WS-EP-FECHA            PIC 9(08).
001870*
001880 01  WS-ENC-COLUMNAS.
001890     05  FILLER                 PIC X(08) VALUE 'CODIGO'.
001900     05  FILLER                 PIC X(22) VALUE 'NOMBRE'.
001910     05  FILLER                 PIC X(03) VALUE 'CAT'.
001920     05  FILLER                 PIC X(15) VALUE '        DEUDA'.
001930     05  FILLER                 PIC X(06) VALUE 'DIAS'.
001940     05  FILLER                 PIC X(07) VALUE ' TASA'.
001950     05  FILLER                 PIC X(12) VALUE '   RECARGO'.
001960     05  FILLER                 PIC X(09) VALUE 'RESULTADO'.
001970*
001980 01  WS-LINEA-RG.
001990     05  WS-LG-COD              PIC 9(06).
002000     05  FILLER                 PIC X(02) VALUE SPACES.
002010     05  WS-LG-NOM              PIC X(20).
002020     05  FILLER                 PIC X(02) VALUE SPACES.
002030     05  WS-LG-CATEG            PIC X(01).
002040     05  FILLER                 PIC X(02) VALUE SPACES.
002050     05  WS-LG-DEUDA            PIC ZZ,ZZZ,ZZ9.99.
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  WS-LG-DIAS             PIC ZZZ9.
002080     05  FILLER                 PIC X(02) VALUE SPACES.
002090     05  WS-LG-TASA             PIC Z9.99 BLANK ZERO.
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  WS-LG-RECARGO          PIC ZZZ,ZZ9.99 BLANK ZERO.
002120     05  FILLER                 PIC X(02) VALUE SPACES.
002130     05  WS-LG-RESULTADO        PIC X(13).
002140*
002150 01  WS-LINEA-RESUMEN.
002160     05  WS-LR-ETIQUETA         PIC X(30).
002170     05  WS-LR-CANT             PIC ZZ,ZZ9.
002180*
002190 01  WS-LINEA-TOTAL.
002200     05  WS-LT-ETIQUETA         PIC X(30).
002210     05  WS-LT-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
002220*
002230 PROCEDURE DIVISION.
002240*****************************************************************
002250 0000-MAINLINE.
002260*****************************************************************
002270     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002280     PERFORM 2000-RECARGAR-SOCIO THRU 2000-EXIT
002290         UNTIL WS-FIN-SOCIOS.
002300     PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT.
002310     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002320     STOP RUN.
002330*
002340*****************************************************************
002350 1000-INICIALIZAR.
002360*****************************************************************
002370     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
002380     PERFORM 1150-VERIFICAR-PERIODO THRU 1150-EXIT.
002390     PERFORM 1200-CARGAR-CATEGORIAS THRU 1200-EXIT.
002400     OPEN INPUT SOCIOS.
002410     IF WS-FS-SOCIOS NOT = '00'
002420         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
002430         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
002440         PERFORM 9900-ABEND-ARCHIVO
002450     END-IF.
002460     OPEN INPUT CONVENIOS.
002470     IF WS-FS-CONV NOT = '00'
002480         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
002490         MOVE WS-FS-CONV TO WS-FS-COMUN
002500         PERFORM 9900-ABEND-ARCHIVO
002510     END-IF.
002520     OPEN OUTPUT SOCIOS-MOV.
002530     IF WS-FS-MOV NOT = '00'
002540         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
002550         MOVE WS-FS-MOV TO WS-FS-COMUN
002560         PERFORM 9900-ABEND-ARCHIVO
002570     END-IF.
002580     OPEN OUTPUT RPT-RG.
002590     IF WS-FS-RPTRG NOT = '00'
002600         MOVE 'RPT-RG' TO WS-NOMBRE-ARCHIVO
002610         MOVE WS-FS-RPTRG TO WS-FS-COMUN
002620         PERFORM 9900-ABEND-ARCHIVO
002630     END-IF.
002640     MOVE WS-CTL-PERIODO TO WS-EP-PERIODO.
002650     MOVE WS-CTL-FECHA TO WS-EP-FECHA.
002660     WRITE RPT-RG-REG FROM WS-ENC-PERIODO.
002670     MOVE SPACES TO RPT-RG-REG.
002680     WRITE RPT-RG-REG.
002690     WRITE RPT-RG-REG FROM WS-ENC-COLUMNAS.
002700     MOVE SPACES TO RPT-RG-REG.
002710     WRITE RPT-RG-REG.
002720     PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750*
002760*****************************************************************
002770* 1100-LEER-CONTROL READS THE SURCHARGE CARD: THE PERIOD
002780* (YYYYMM) AND THE CUT-OFF DATE (ZERO MEANS THE FIRST OF THE
002790* PERIOD). THE CUT-OFF DATE IS BOTH THE DATE THE DAYS OVERDUE
002800* ARE COUNTED TO AND THE MOVEMENT DATE STAMPED ON THE CHARGES,
002810* SO A RERUN OF THE REGISTER AGES EXACTLY THE SAME. A MISSING
002820* OR HALF-PUNCHED CARD STOPS THE RUN.
002830*****************************************************************
002840 1100-LEER-CONTROL.
002850     OPEN INPUT RECARGO-CTL.
002860     IF WS-FS-CTL NOT = '00'
002870         MOVE 'RECARGO-CTL' TO WS-NOMBRE-ARCHIVO
002880         MOVE WS-FS-CTL TO WS-FS-COMUN
002890         PERFORM 9900-ABEND-ARCHIVO
002900     END-IF.
002910     READ RECARGO-CTL
002920         AT END
002930             DISPLAY 'SOCRG01 - TARJETA DE RECARGO AUSENTE'
002940             MOVE 16 TO RETURN-CODE
002950             STOP RUN
002960     END-READ.
002970     IF RCG-PERIODO NOT NUMERIC OR RCG-PERIODO = ZERO
002980         DISPLAY 'SOCRG01 - PERIODO DE RECARGO INVALIDO'
002990         MOVE 16 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     MOVE RCG-PERIODO TO WS-CTL-PERIODO.
003030     IF RCG-FECHA NUMERIC AND RCG-FECHA NOT = ZERO
003040         MOVE RCG-FECHA TO WS-CTL-FECHA
003050     ELSE
003060         COMPUTE WS-CTL-FECHA = RCG-PERIODO * 100 + 1
003070     END-IF.
003080     COMPUTE WS-FECHA-CORTE-INT =
003090         FUNCTION INTEGER-OF-DATE (WS-CTL-FECHA).
003100     IF WS-FECHA-CORTE-INT NOT > ZERO
003110         DISPLAY 'SOCRG01 - FECHA DE CORTE INVALIDA ' WS-CTL-FECHA
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     CLOSE RECARGO-CTL.
003160 1100-EXIT.
003170     EXIT.
003180*
003190*****************************************************************
003200* 1150-VERIFICAR-PERIODO READS THE SURCHARGE LOG AND STOPS THE
003210* RUN IF THE CARD'S PERIOD WAS ALREADY SURCHARGED - A SECOND
003220* DECK FOR THE SAME MONTH WOULD CHARGE EVERY DEBTOR TWICE. NO
003230* LOG YET (FIRST RUN) IS NOT AN ERROR.
003240*****************************************************************
003250 1150-VERIFICAR-PERIODO.
003260     OPEN INPUT RECARGO-HIST.
003270     IF WS-FS-RGH = '35'
003280         GO TO 1150-EXIT
003290     END-IF.
003300     IF WS-FS-RGH NOT = '00'
003310         MOVE 'RECARGO-HIST' TO WS-NOMBRE-ARCHIVO
003320         MOVE WS-FS-RGH TO WS-FS-COMUN
003330         PERFORM 9900-ABEND-ARCHIVO
003340     END-IF.
003350     PERFORM 1160-LEER-HISTORIA THRU 1160-EXIT
003360         UNTIL WS-FIN-RGH.
003370     CLOSE RECARGO-HIST.
003380 1150-EXIT.
003390     EXIT.
003400*
003410 1160-LEER-HISTORIA.
003420     READ RECARGO-HIST
003430         AT END
003440             MOVE 'S' TO WS-SW-FIN-RGH
003450             GO TO 1160-EXIT
003460     END-READ.
003470     IF RGH-PERIODO = WS-CTL-PERIODO
003480         DISPLAY 'SOCRG01 - PERIODO ' WS-CTL-PERIODO
003490             ' YA RECARGADO EL ' RGH-FECHA-CORTE
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530 1160-EXIT.
003540     EXIT.
003550*
003560*****************************************************************
003570* 1200-CARGAR-CATEGORIAS LOADS THE IN-CORE CATEGORY TABLE (COPY
003580* CATEG), WITH EACH CATEGORY'S SURCHARGE RATE AND GRACE DAYS,
003590* FROM THE CATEGORIAS MASTER. AN EMPTY MASTER STOPS THE RUN.
003600*****************************************************************
003610 1200-CARGAR-CATEGORIAS.
003620     MOVE ZERO TO WS-CTG-CANT.
003630     OPEN INPUT CATEGORIAS.
003640     IF WS-FS-CATMAE NOT = '00'
003650         MOVE 'CATEGORIAS' TO WS-NOMBRE-ARCHIVO
003660         MOVE WS-FS-CATMAE TO WS-FS-COMUN
003670         PERFORM 9900-ABEND-ARCHIVO
003680     END-IF.
003690     PERFORM 1210-LEER-CATEGORIA THRU 1210-EXIT
003700         UNTIL WS-FIN-CATMAE.
003710     CLOSE CATEGORIAS.
003720     IF WS-CTG-CANT = ZERO
003730         DISPLAY 'SOCRG01 - ARCHIVO CATEGORIAS VACIO'
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770 1200-EXIT.
003780     EXIT.
003790*
003800 1210-LEER-CATEGORIA.
003810     READ CATEGORIAS
003820         AT END
003830             MOVE 'S' TO WS-SW-FIN-CATMAE
003840             GO TO 1210-EXIT
003850     END-READ.
003860     IF WS-CTG-CANT >= WS-CTG-MAX
003870         DISPLAY 'SOCRG01 - TABLA DE CATEGORIAS LLENA - MAX '
003880             WS-CTG-MAX
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     ADD 1 TO WS-CTG-CANT.
003930     SET CTG-IDX TO WS-CTG-CANT.
003940     MOVE CAT-COD TO CTG-COD (CTG-IDX).
003950     MOVE CAT-DESC TO CTG-DESC (CTG-IDX).
003960     MOVE CAT-CUOTA TO CTG-CUOTA (CTG-IDX).
003970     MOVE CAT-EXENTA TO CTG-EXENTA (CTG-IDX).
003980     MOVE CAT-RECARGO-TASA TO CTG-RECARGO-TASA (CTG-IDX).
003990     MOVE CAT-RECARGO-GRACIA TO CTG-RECARGO-GRACIA (CTG-IDX).
004000 1210-EXIT.
004010     EXIT.
004020*
004030*****************************************************************
004040* 1300-ABRIR-LOTE WRITES A '*LOTEC' BATCH HEADER - FILIAL ZERO,
004050* CAJERO THE FACTUR PSEUDO-TELLER - AS THE BILLING RUN DOES.
004060*****************************************************************
004070 1300-ABRIR-LOTE.
004080     ADD 1 TO WS-CONT-LOTES.
004090     MOVE ZERO TO WS-LOTE-CANT.
004100     MOVE ZERO TO WS-LOTE-HASH.
004110     MOVE '*LOTEC' TO LOT-MARCA.
004120     MOVE ZERO TO LOT-FILIAL.
004130     MOVE WS-CAJERO-FACT TO LOT-CAJERO.
004140     MOVE ZERO TO LOT-CANT.
004150     MOVE ZERO TO LOT-HASH.
004160     WRITE LOT-REG.
004170     IF WS-FS-MOV NOT = '00'
004180         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
004190         MOVE WS-FS-MOV TO WS-FS-COMUN
004200         PERFORM 9900-ABEND-ARCHIVO
004210     END-IF.
004220 1300-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260* 2000-RECARGAR-SOCIO READS ONE MEMBER. A MEMBER WITH NO DEBT
004270* IS ONLY COUNTED; EVERY DEBTOR PRINTS ON THE REGISTER, EITHER
004280* SURCHARGED OR WITH THE REASON NOT - ON A CURRENT PAYMENT
004290* PLAN, CATEGORY NOT ON THE MASTER, EXEMPT CATEGORY OR ZERO
004300* RATE, OR STILL WITHIN THE CATEGORY'S GRACE DAYS.
004310*****************************************************************
004320 2000-RECARGAR-SOCIO.
004330     READ SOCIOS
004340         AT END
004350             MOVE 'S' TO WS-SW-FIN-SOCIOS
004360             GO TO 2000-EXIT
004370     END-READ.
004380     ADD 1 TO WS-CONT-LEIDOS.
004390     IF SOC-SALDO NOT > ZERO
004400         ADD 1 TO WS-CONT-SIN-DEUDA
004410         GO TO 2000-EXIT
004420     END-IF.
004430     ADD SOC-SALDO TO WS-TOTAL-DEUDA.
004440     PERFORM 2100-BUSCAR-CATEGORIA THRU 2100-EXIT.
004450     PERFORM 2200-CALCULAR-DIAS THRU 2200-EXIT.
004460     MOVE SOC-COD TO WS-LG-COD.
004470     MOVE SOC-NOM TO WS-LG-NOM.
004480     MOVE SOC-CATEGORIA TO WS-LG-CATEG.
004490     MOVE SOC-SALDO TO WS-LG-DEUDA.
004500     MOVE WS-DIAS-ATRASO TO WS-LG-DIAS.
004510     MOVE WS-TASA-SOCIO TO WS-LG-TASA.
004520     MOVE ZERO TO WS-LG-RECARGO.
004530     MOVE SOC-COD TO CNV-COD.
004540     READ CONVENIOS
004550         INVALID KEY
004560             MOVE SPACE TO CNV-ESTADO
004570     END-READ.
004580     IF CNV-VIGENTE
004590         ADD 1 TO WS-CONT-CONVENIO
004600         MOVE 'CON CONVENIO' TO WS-LG-RESULTADO
004610         WRITE RPT-RG-REG FROM WS-LINEA-RG
004620         GO TO 2000-EXIT
004630     END-IF.
004640     IF NOT WS-CAT-HALLADA
004650         ADD 1 TO WS-CONT-SIN-CATEG
004660         MOVE 'SIN CATEGORIA' TO WS-LG-RESULTADO
004670         WRITE RPT-RG-REG FROM WS-LINEA-RG
004680         GO TO 2000-EXIT
004690     END-IF.
004700     IF WS-CAT-EXENTA OR WS-TASA-SOCIO = ZERO
004710         ADD 1 TO WS-CONT-EXENTOS
004720         MOVE 'EXENTO' TO WS-LG-RESULTADO
004730         WRITE RPT-RG-REG FROM WS-LINEA-RG
004740         GO TO 2000-EXIT
004750     END-IF.
004760     IF WS-DIAS-ATRASO NOT > WS-GRACIA-SOCIO
004770         ADD 1 TO WS-CONT-EN-GRACIA
004780         MOVE 'EN GRACIA' TO WS-LG-RESULTADO
004790         WRITE RPT-RG-REG FROM WS-LINEA-RG
004800         GO TO 2000-EXIT
004810     END-IF.
004820     COMPUTE WS-RECARGO-SOCIO ROUNDED =
004830         SOC-SALDO * WS-TASA-SOCIO / 100.
004840     IF WS-RECARGO-SOCIO = ZERO
004850         ADD 1 TO WS-CONT-EXENTOS
004860         MOVE 'EXENTO' TO WS-LG-RESULTADO
004870         WRITE RPT-RG-REG FROM WS-LINEA-RG
004880         GO TO 2000-EXIT
004890     END-IF.
004900     PERFORM 2300-GENERAR-CARGO THRU 2300-EXIT.
004910     ADD 1 TO WS-CONT-RECARGADOS.
004920     ADD WS-RECARGO-SOCIO TO WS-TOTAL-RECARGO.
004930     MOVE 'RECARGADO' TO WS-LG-RESULTADO.
004940     MOVE WS-RECARGO-SOCIO TO WS-LG-RECARGO.
004950     WRITE RPT-RG-REG FROM WS-LINEA-RG.
004960 2000-EXIT.
004970     EXIT.
004980*
004990 2100-BUSCAR-CATEGORIA.
005000     MOVE 'N' TO WS-SW-CAT-HALLADA.
005010     MOVE 'N' TO WS-SW-CAT-EXENTA.
005020     MOVE ZERO TO WS-TASA-SOCIO.
005030     MOVE ZERO TO WS-GRACIA-SOCIO.
005040     SET CTG-IDX TO 1.
005050     SEARCH CTG-ENTRY
005060         AT END
005070             CONTINUE
005080         WHEN CTG-COD (CTG-IDX) = SOC-CATEGORIA
005090             MOVE 'S' TO WS-SW-CAT-HALLADA
005100             MOVE CTG-RECARGO-TASA (CTG-IDX) TO WS-TASA-SOCIO
005110             MOVE CTG-RECARGO-GRACIA (CTG-IDX) TO WS-GRACIA-SOCIO
005120             IF CTG-EXENTA (CTG-IDX) = 'S'
005130                 MOVE 'S' TO WS-SW-CAT-EXENTA
005140             END-IF
005150     END-SEARCH.
005160 2100-EXIT.
005170     EXIT.
005180*
005190*****************************************************************
005200* 2200-CALCULAR-DIAS - DAYS FROM THE BASE DATE (LAST PAYMENT,
005210* OR MEMBERSHIP DATE WHEN THE MEMBER NEVER PAID) TO THE CUT-OFF
005220* DATE, CAPPED AT 9999 - THE SAME RULE AS THE AGING REPORT
005230* (SOCAG01). A MEMBER WITH NEITHER DATE AGES TO 9999.
005240*****************************************************************
005250 2200-CALCULAR-DIAS.
005260     IF SOC-FEC-ULT-PAGO NOT = ZERO
005270         MOVE SOC-FEC-ULT-PAGO TO WS-FECHA-BASE
005280     ELSE
005290         MOVE SOC-FEC-ALTA TO WS-FECHA-BASE
005300     END-IF.
005310     IF WS-FECHA-BASE = ZERO
005320         MOVE 9999 TO WS-DIAS-ATRASO
005330         GO TO 2200-EXIT
005340     END-IF.
005350     COMPUTE WS-DIAS-CALC = WS-FECHA-CORTE-INT
005360         - FUNCTION INTEGER-OF-DATE (WS-FECHA-BASE).
005370     IF WS-DIAS-CALC < ZERO
005380         MOVE ZERO TO WS-DIAS-CALC
005390     END-IF.
005400     IF WS-DIAS-CALC > 9999
005410         MOVE 9999 TO WS-DIAS-CALC
005420     END-IF.
005430     MOVE WS-DIAS-CALC TO WS-DIAS-ATRASO.
005440 2200-EXIT.
005450     EXIT.
005460*
005470 2300-GENERAR-CARGO.
005480     IF WS-LOTE-CANT >= WS-LOTE-MAX
005490         PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT
005500         PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT
005510     END-IF.
005520     MOVE SOC-COD TO MOV-COD.
005530     MOVE 'C' TO MOV-TIPO.
005540     MOVE WS-RECARGO-SOCIO TO MOV-IMPORTE.
005550     MOVE WS-CTL-FECHA TO MOV-FECHA.
005560     MOVE SOC-FILIAL TO MOV-FILIAL.
005570     MOVE WS-CAJERO-FACT TO MOV-CAJERO.
005580     MOVE ZERO TO MOV-NRO-ANULA.
005590     WRITE MOV-REG.
005600     IF WS-FS-MOV NOT = '00'
005610         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
005620         MOVE WS-FS-MOV TO WS-FS-COMUN
005630         PERFORM 9900-ABEND-ARCHIVO
005640     END-IF.
005650     ADD WS-RECARGO-SOCIO TO WS-LOTE-HASH.
005660     ADD 1 TO WS-LOTE-CANT.
005670 2300-EXIT.
005680     EXIT.
005690*
005700*****************************************************************
005710* 8000-CERRAR-LOTE WRITES THE '*LOTEF' TRAILER WITH THE COUNT
005720* AND HASH TOTAL OF THE CURRENT BATCH'S CHARGES.
005730*****************************************************************
005740 8000-CERRAR-LOTE.
005750     MOVE '*LOTEF' TO LOT-MARCA.
005760     MOVE ZERO TO LOT-FILIAL.
005770     MOVE WS-CAJERO-FACT TO LOT-CAJERO.
005780     MOVE WS-LOTE-CANT TO LOT-CANT.
005790     MOVE WS-LOTE-HASH TO LOT-HASH.
005800     WRITE LOT-REG.
005810     IF WS-FS-MOV NOT = '00'
005820         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
005830         MOVE WS-FS-MOV TO WS-FS-COMUN
005840         PERFORM 9900-ABEND-ARCHIVO
005850     END-IF.
005860 8000-EXIT.
005870     EXIT.
005880*
005890*****************************************************************
005900* 9000-FINALIZAR PRINTS THE RUN SUMMARY AND, ONLY ONCE THE
005910* WHOLE DECK IS WRITTEN, LOGS THE PERIOD ON SOCIORGH SO IT CAN
005920* NEVER BE SURCHARGED AGAIN.
005930*****************************************************************
005940 9000-FINALIZAR.
005950     MOVE SPACES TO RPT-RG-REG.
005960     WRITE RPT-RG-REG.
005970     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-RG-REG.
005980     WRITE RPT-RG-REG.
005990     MOVE 'SOCIOS LEIDOS' TO WS-LR-ETIQUETA.
006000     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
006010     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006020     MOVE 'SOCIOS SIN DEUDA' TO WS-LR-ETIQUETA.
006030     MOVE WS-CONT-SIN-DEUDA TO WS-LR-CANT.
006040     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006050     MOVE 'DEUDORES RECARGADOS' TO WS-LR-ETIQUETA.
006060     MOVE WS-CONT-RECARGADOS TO WS-LR-CANT.
006070     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006080     MOVE 'DEUDORES EN GRACIA' TO WS-LR-ETIQUETA.
006090     MOVE WS-CONT-EN-GRACIA TO WS-LR-CANT.
006100     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006110     MOVE 'DEUDORES EXENTOS' TO WS-LR-ETIQUETA.
006120     MOVE WS-CONT-EXENTOS TO WS-LR-CANT.
006130     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006140     MOVE 'DEUDORES CON CONVENIO VIGENTE' TO WS-LR-ETIQUETA.
006150     MOVE WS-CONT-CONVENIO TO WS-LR-CANT.
006160     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006170     MOVE 'DEUDORES SIN CATEGORIA' TO WS-LR-ETIQUETA.
006180     MOVE WS-CONT-SIN-CATEG TO WS-LR-CANT.
006190     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006200     MOVE 'LOTES GENERADOS' TO WS-LR-ETIQUETA.
006210     MOVE WS-CONT-LOTES TO WS-LR-CANT.
006220     WRITE RPT-RG-REG FROM WS-LINEA-RESUMEN.
006230     MOVE 'TOTAL DEUDA' TO WS-LT-ETIQUETA.
006240     MOVE WS-TOTAL-DEUDA TO WS-LT-IMPORTE.
006250     WRITE RPT-RG-REG FROM WS-LINEA-TOTAL.
006260     MOVE 'TOTAL RECARGADO' TO WS-LT-ETIQUETA.
006270     MOVE WS-TOTAL-RECARGO TO WS-LT-IMPORTE.
006280     WRITE RPT-RG-REG FROM WS-LINEA-TOTAL.
006290     CLOSE SOCIOS.
006300     CLOSE CONVENIOS.
006310     CLOSE SOCIOS-MOV.
006320     CLOSE RPT-RG.
006330     OPEN EXTEND RECARGO-HIST.
006340     IF WS-FS-RGH = '35'
006350         OPEN OUTPUT RECARGO-HIST
006360     END-IF.
006370     IF WS-FS-RGH NOT = '00'
006380         MOVE 'RECARGO-HIST' TO WS-NOMBRE-ARCHIVO
006390         MOVE WS-FS-RGH TO WS-FS-COMUN
006400         PERFORM 9900-ABEND-ARCHIVO
006410     END-IF.
006420     MOVE WS-CTL-PERIODO TO RGH-PERIODO.
006430     MOVE WS-CTL-FECHA TO RGH-FECHA-CORTE.
006440     MOVE WS-CONT-RECARGADOS TO RGH-CANT.
006450     MOVE WS-TOTAL-RECARGO TO RGH-IMPORTE.
006460     WRITE RGH-REG.
006470     IF WS-FS-RGH NOT = '00'
006480         MOVE 'RECARGO-HIST' TO WS-NOMBRE-ARCHIVO
006490         MOVE WS-FS-RGH TO WS-FS-COMUN
006500         PERFORM 9900-ABEND-ARCHIVO
006510     END-IF.
006520     CLOSE RECARGO-HIST.
006530 9000-EXIT.
006540     EXIT.
006550*
006560*****************************************************************
006570 9900-ABEND-ARCHIVO.
006580*****************************************************************
006590     DISPLAY 'SOCRG01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
006600     DISPLAY 'SOCRG01 - FILE STATUS = ' WS-FS-COMUN.
006610     MOVE 16 TO RETURN-CODE.
006620     STOP RUN.
006630*
006640 END PROGRAM SOCRG01.
