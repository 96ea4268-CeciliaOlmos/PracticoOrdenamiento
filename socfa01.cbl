000250*                    POSTING GATHERS EACH BATCH IN A 500-ENTRY
000260*                    TABLE, SO ONE DECK-WIDE BATCH OVERFLOWED
000270*                    IT ON ANY REALISTIC BILLING RUN.
000280*   15/10/2026 RCA   GENERATED CARDS CARRY A ZERO MOV-NRO-ANULA
000290*                    (DECK RECORD NOW 43 BYTES).
000300*   15/10/2026 RCA   BILLS BY MEMBER STATUS - ONLY ACTIVE MEMBERS
000310*                    ARE CHARGED. MEMBERS SUSPENDED FOR ARREARS
000320*                    OR ON VOLUNTARY LEAVE REGISTER AS SUSPENDIDO
000330*                    / LICENCIA WITH NO CHARGE AND ARE COUNTED
000340*                    APART ON THE SUMMARY.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SOCFA01.
000380 AUTHOR. R. CASTRO.
000390 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400 DATE-WRITTEN. 03/09/2026.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SOCIOS        ASSIGN TO SOCIOS
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS SOC-COD
000500         ALTERNATE RECORD KEY IS SOC-NOM
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-FS-SOCIOS.
000530     SELECT CATEGORIAS    ASSIGN TO CATEGOS
000540         ORGANIZATION INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS CAT-COD
000570         FILE STATUS IS WS-FS-CATMAE.
000580     SELECT FACT-CTL      ASSIGN TO SOCIOFAC
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-CTL.
000610     SELECT SOCIOS-MOV    ASSIGN TO SOCIOMOV
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-MOV.
000640     SELECT RPT-FA        ASSIGN TO RPTFA
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-RPTFA.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  SOCIOS.
000710     COPY socreg.
000720*
000730 FD  CATEGORIAS.
000740     COPY catreg.
000750*
000760 FD  FACT-CTL.
000770 01  FAC-REG.
000780     03  FAC-PERIODO            PIC 9(06).
000790     03  FAC-FECHA              PIC 9(08).
000800*
000810 FD  SOCIOS-MOV.
000820     COPY movreg.
000830     COPY movlote.
000840*
000850 FD  RPT-FA.
000860 01  RPT-FA-REG                 PIC X(75).
000870*
000880 WORKING-STORAGE SECTION.
000890     COPY categ.
000900*
000910 01  WS-SWITCHES.
000920     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
000930         88  WS-FIN-SOCIOS              VALUE 'S'.
000940     05  WS-SW-FIN-CATMAE       PIC X(01) VALUE 'N'.
000950         88  WS-FIN-CATMAE              VALUE 'S'.
000960*
000970 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000980*
000990 01  WS-FS-CATMAE               PIC X(02) VALUE '00'.
001000*
001010 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001020*
001030 01  WS-FS-MOV                  PIC X(02) VALUE '00'.
001040*
001050 01  WS-FS-RPTFA                PIC X(02) VALUE '00'.
001060*
001070 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001080*
001090 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001100*
001110 01  WS-CTL-PERIODO             PIC 9(06) VALUE ZERO.
001120*
001130 01  WS-CTL-FECHA               PIC 9(08) VALUE ZERO.
001140*
001150 01  WS-CAJERO-FACT             PIC X(06) VALUE 'FACTUR'.
001160*
001170 01  WS-CONTADORES.
001180     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001190     05  WS-CONT-CARGADOS       PIC 9(05) VALUE ZERO.
001200     05  WS-CONT-EXENTOS        PIC 9(05) VALUE ZERO.
001210     05  WS-CONT-SIN-CATEG      PIC 9(05) VALUE ZERO.
001220     05  WS-CONT-SUSPENDIDOS    PIC 9(05) VALUE ZERO.
001230     05  WS-CONT-LICENCIA       PIC 9(05) VALUE ZERO.
001240*
001250 01  WS-TOTAL-CARGADO           PIC S9(9)V99 VALUE ZERO.
001260*
001270 01  WS-LOTE-HASH               PIC S9(10)V99 VALUE ZERO.
001280*
001290*    WS-LOTE-MAX MUST NOT EXCEED THE 500-ENTRY BATCH TABLE THE
001300*    POSTING (SOCMV01) GATHERS EACH BATCH INTO.
001310 01  WS-LOTE-MAX                PIC 9(03) VALUE 500.
001320*
001330 01  WS-LOTE-CANT               PIC 9(05) VALUE ZERO.
001340*
001350 01  WS-CONT-LOTES              PIC 9(05) VALUE ZERO.
001360*
001370 01  WS-SW-CAT-HALLADA          PIC X(01) VALUE 'N'.
001380     88  WS-CAT-HALLADA                VALUE 'S'.
001390*
001400 01  WS-CUOTA-SOCIO             PIC 9(06)V99 VALUE ZERO.
001410*
001420 01  WS-DESC-CATEG              PIC X(15) VALUE SPACES.
001430*
001440 01  WS-SW-CAT-EXENTA           PIC X(01) VALUE 'N'.
001450     88  WS-CAT-EXENTA                 VALUE 'S'.
001460*
001470 01  WS-ENC-PERIODO.
001480     05  FILLER                 PIC X(31)
001490         VALUE 'FACTURACION DE CUOTAS - PERIODO'.
001500     05  FILLER                 PIC X(01) VALUE SPACE.
001510     05  WS-EP-PERIODO          PIC 9(06).
001520*
001530 01  WS-LINEA-FA.
001540     05  WS-LF-COD              PIC 9(06).
001550     05  FILLER                 PIC X(02) VALUE SPACES.
001560     05  WS-LF-NOM              PIC X(20).
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  WS-LF-CATEG            PIC X(01).
001590     05  FILLER                 PIC X(01) VALUE SPACES.
001600     05  WS-LF-DESC             PIC X(15).
001610     05  FILLER                 PIC X(02) VALUE SPACES.
001620     05  WS-LF-RESULTADO        PIC X(13).
001630     05  FILLER                 PIC X(02) VALUE SPACES.
001640     05  WS-LF-IMPORTE          PIC ZZZ,ZZ9.99 BLANK ZERO.
001650*
001660 01  WS-LINEA-RESUMEN.
001670     05  WS-LR-ETIQUETA         PIC X(30).
001680     05  WS-LR-CANT             PIC ZZ,ZZ9.
001690*
001700 01  WS-LINEA-TOTAL.
001710     05  WS-LT-ETIQUETA         PIC X(30).
001720     05  WS-LT-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
001730*
001740 PROCEDURE DIVISION.
001750*****************************************************************
001760 0000-MAINLINE.
001770*****************************************************************
001780     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001790     PERFORM 2000-FACTURAR-SOCIO THRU 2000-EXIT
001800         UNTIL WS-FIN-SOCIOS.
001810     PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT.
001820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001830     STOP RUN.
001840*
001850*****************************************************************
001860 1000-INICIALIZAR.
001870*****************************************************************
001880     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
001890     PERFORM 1200-CARGAR-CATEGORIAS THRU 1200-EXIT.
001900     OPEN INPUT SOCIOS.
001910     IF WS-FS-SOCIOS NOT = '00'
001920         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001930         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
001940         PERFORM 9900-ABEND-ARCHIVO
001950     END-IF.
001960     OPEN OUTPUT SOCIOS-MOV.
001970     IF WS-FS-MOV NOT = '00'
001980         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
001990         MOVE WS-FS-MOV TO WS-FS-COMUN
002000         PERFORM 9900-ABEND-ARCHIVO
002010     END-IF.
002020     OPEN OUTPUT RPT-FA.
002030     IF WS-FS-RPTFA NOT = '00'
002040         MOVE 'RPT-FA' TO WS-NOMBRE-ARCHIVO
002050         MOVE WS-FS-RPTFA TO WS-FS-COMUN
002060         PERFORM 9900-ABEND-ARCHIVO
002070     END-IF.
002080     MOVE WS-CTL-PERIODO TO WS-EP-PERIODO.
002090     WRITE RPT-FA-REG FROM WS-ENC-PERIODO.
002100     MOVE SPACES TO RPT-FA-REG.
002110     WRITE RPT-FA-REG.
002120     PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT.
002130 1000-EXIT.
002140     EXIT.
002150*
002160*****************************************************************
002170* 1100-LEER-CONTROL READS THE BILLING CARD: THE PERIOD (YYYYMM)
002180* AND THE MOVEMENT DATE TO STAMP ON THE CHARGES (ZERO MEANS
002190* THE FIRST OF THE PERIOD). A MISSING OR HALF-PUNCHED CARD
002200* STOPS THE RUN - A MONTH'S CHARGES MUST NEVER GENERATE
002210* AGAINST A DEFAULTED PERIOD AND DOUBLE-BILL EVERY MEMBER.
002220*****************************************************************
002230 1100-LEER-CONTROL.
002240     OPEN INPUT FACT-CTL.
002250     IF WS-FS-CTL NOT = '00'
002260         MOVE 'FACT-CTL' TO WS-NOMBRE-ARCHIVO
002270         MOVE WS-FS-CTL TO WS-FS-COMUN
002280         PERFORM 9900-ABEND-ARCHIVO
002290     END-IF.
002300     READ FACT-CTL
002310         AT END
002320             DISPLAY 'SOCFA01 - TARJETA DE FACTURACION AUSENTE'
002330             MOVE 16 TO RETURN-CODE
002340             STOP RUN
002350     END-READ.
002360     IF FAC-PERIODO NOT NUMERIC OR FAC-PERIODO = ZERO
002370         DISPLAY 'SOCFA01 - PERIODO DE FACTURACION INVALIDO'
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     MOVE FAC-PERIODO TO WS-CTL-PERIODO.
002420     IF FAC-FECHA NUMERIC AND FAC-FECHA NOT = ZERO
002430         MOVE FAC-FECHA TO WS-CTL-FECHA
002440     ELSE
002450         COMPUTE WS-CTL-FECHA = FAC-PERIODO * 100 + 1
002460     END-IF.
002470     CLOSE FACT-CTL.
002480 1100-EXIT.
002490     EXIT.
002500*
002510*****************************************************************
002520* 1200-CARGAR-CATEGORIAS LOADS THE IN-CORE CATEGORY TABLE (COPY
002530* CATEG) FROM THE INDEXED CATEGORIAS MASTER FILE MAINTAINED BY
002540* CATMT01, THE SAME WAY THE CHAIN PROGRAMS LOAD THE BRANCH
002550* TABLE FROM FILIALES. AN EMPTY MASTER STOPS THE RUN - EVERY
002560* MEMBER WOULD REGISTER AS SIN CATEGORIA AND NOBODY WOULD BE
002570* BILLED.
002580*****************************************************************
002590 1200-CARGAR-CATEGORIAS.
002600     MOVE ZERO TO WS-CTG-CANT.
002610     OPEN INPUT CATEGORIAS.
002620     IF WS-FS-CATMAE NOT = '00'
002630         MOVE 'CATEGORIAS' TO WS-NOMBRE-ARCHIVO
002640         MOVE WS-FS-CATMAE TO WS-FS-COMUN
002650         PERFORM 9900-ABEND-ARCHIVO
002660     END-IF.
002670     PERFORM 1210-LEER-CATEGORIA THRU 1210-EXIT
002680         UNTIL WS-FIN-CATMAE.
002690     CLOSE CATEGORIAS.
002700     IF WS-CTG-CANT = ZERO
002710         DISPLAY 'SOCFA01 - ARCHIVO CATEGORIAS VACIO'
002720         MOVE 16 TO RETURN-CODE
002730         STOP RUN
002740     END-IF.
002750 1200-EXIT.
002760     EXIT.
002770*
002780 1210-LEER-CATEGORIA.
002790     READ CATEGORIAS
002800         AT END
002810             MOVE 'S' TO WS-SW-FIN-CATMAE
002820             GO TO 1210-EXIT
002830     END-READ.
002840     IF WS-CTG-CANT >= WS-CTG-MAX
002850         DISPLAY 'SOCFA01 - TABLA DE CATEGORIAS LLENA - MAX '
002860             WS-CTG-MAX
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     ADD 1 TO WS-CTG-CANT.
002910     SET CTG-IDX TO WS-CTG-CANT.
002920     MOVE CAT-COD TO CTG-COD (CTG-IDX).
002930     MOVE CAT-DESC TO CTG-DESC (CTG-IDX).
002940     MOVE CAT-CUOTA TO CTG-CUOTA (CTG-IDX).
002950     MOVE CAT-EXENTA TO CTG-EXENTA (CTG-IDX).
002960 1210-EXIT.
002970     EXIT.
002980*
002990*****************************************************************
003000* 1300-ABRIR-LOTE WRITES A '*LOTEC' BATCH HEADER. THE DECK IS
003010* CUT INTO BATCHES OF AT MOST WS-LOTE-MAX CHARGES, EACH TIED
003020* BY ITS OWN TRAILER (8000-CERRAR-LOTE), SO THE POSTING'S
003030* IN-CORE BATCH TABLE ALWAYS HOLDS THEM. THE HEADER'S FILIAL
003040* IS ZERO (THE CHARGES SPAN EVERY SUCURSAL; EACH CARD CARRIES
003050* ITS MEMBER'S OWN FILIAL), THE CAJERO THE FACTUR PSEUDO-
003060* TELLER.
003070*****************************************************************
003080 1300-ABRIR-LOTE.
003090     ADD 1 TO WS-CONT-LOTES.
003100     MOVE ZERO TO WS-LOTE-CANT.
003110     MOVE ZERO TO WS-LOTE-HASH.
003120     MOVE '*LOTEC' TO LOT-MARCA.
003130     MOVE ZERO TO LOT-FILIAL.
003140     MOVE WS-CAJERO-FACT TO LOT-CAJERO.
003150     MOVE ZERO TO LOT-CANT.
003160     MOVE ZERO TO LOT-HASH.
003170     WRITE LOT-REG.
003180     IF WS-FS-MOV NOT = '00'
003190         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
003200         MOVE WS-FS-MOV TO WS-FS-COMUN
003210         PERFORM 9900-ABEND-ARCHIVO
003220     END-IF.
003230 1300-EXIT.
003240     EXIT.
003250*
003260*****************************************************************
003270* 2000-FACTURAR-SOCIO READS ONE MEMBER, RESOLVES THE CATEGORY
003280* AND EITHER GENERATES THE 'C' CHARGE OR REGISTERS WHY NOT -
003290* MEMBER SUSPENDED FOR ARREARS OR ON LEAVE (NEITHER IS BILLED),
003300* EXEMPT CATEGORY, ZERO CUOTA, OR A CATEGORY NOT ON THE
003310* CATEGORIAS MASTER. EVERY MEMBER PRINTS ON THE REGISTER.
003320*****************************************************************
003330 2000-FACTURAR-SOCIO.
003340     READ SOCIOS
003350         AT END
003360             MOVE 'S' TO WS-SW-FIN-SOCIOS
003370             GO TO 2000-EXIT
003380     END-READ.
003390     ADD 1 TO WS-CONT-LEIDOS.
003400     PERFORM 2100-BUSCAR-CATEGORIA THRU 2100-EXIT.
003410     MOVE SOC-COD TO WS-LF-COD.
003420     MOVE SOC-NOM TO WS-LF-NOM.
003430     MOVE SOC-CATEGORIA TO WS-LF-CATEG.
003440     MOVE WS-DESC-CATEG TO WS-LF-DESC.
003450     MOVE ZERO TO WS-LF-IMPORTE.
003460     IF SOC-SUSPENDIDO
003470         ADD 1 TO WS-CONT-SUSPENDIDOS
003480         MOVE 'SUSPENDIDO' TO WS-LF-RESULTADO
003490         WRITE RPT-FA-REG FROM WS-LINEA-FA
003500         GO TO 2000-EXIT
003510     END-IF.
003520     IF SOC-LICENCIA
003530         ADD 1 TO WS-CONT-LICENCIA
003540         MOVE 'LICENCIA' TO WS-LF-RESULTADO
003550         WRITE RPT-FA-REG FROM WS-LINEA-FA
003560         GO TO 2000-EXIT
003570     END-IF.
003580     IF NOT WS-CAT-HALLADA
003590         ADD 1 TO WS-CONT-SIN-CATEG
003600         MOVE 'SIN CATEGORIA' TO WS-LF-RESULTADO
003610         WRITE RPT-FA-REG FROM WS-LINEA-FA
003620         GO TO 2000-EXIT
003630     END-IF.
003640     IF WS-CAT-EXENTA OR WS-CUOTA-SOCIO = ZERO
003650         ADD 1 TO WS-CONT-EXENTOS
003660         MOVE 'EXENTO' TO WS-LF-RESULTADO
003670         WRITE RPT-FA-REG FROM WS-LINEA-FA
003680         GO TO 2000-EXIT
003690     END-IF.
003700     PERFORM 2200-GENERAR-CARGO THRU 2200-EXIT.
003710     ADD 1 TO WS-CONT-CARGADOS.
003720     ADD WS-CUOTA-SOCIO TO WS-TOTAL-CARGADO.
003730     MOVE 'CARGADO' TO WS-LF-RESULTADO.
003740     MOVE WS-CUOTA-SOCIO TO WS-LF-IMPORTE.
003750     WRITE RPT-FA-REG FROM WS-LINEA-FA.
003760 2000-EXIT.
003770     EXIT.
003780*
003790 2100-BUSCAR-CATEGORIA.
003800     MOVE 'N' TO WS-SW-CAT-HALLADA.
003810     MOVE 'N' TO WS-SW-CAT-EXENTA.
003820     MOVE ZERO TO WS-CUOTA-SOCIO.
003830     MOVE 'SIN CATEGORIA' TO WS-DESC-CATEG.
003840     SET CTG-IDX TO 1.
003850     SEARCH CTG-ENTRY
003860         AT END
003870             CONTINUE
003880         WHEN CTG-COD (CTG-IDX) = SOC-CATEGORIA
003890             MOVE 'S' TO WS-SW-CAT-HALLADA
003900             MOVE CTG-DESC (CTG-IDX) TO WS-DESC-CATEG
003910             MOVE CTG-CUOTA (CTG-IDX) TO WS-CUOTA-SOCIO
003920             IF CTG-EXENTA (CTG-IDX) = 'S'
003930                 MOVE 'S' TO WS-SW-CAT-EXENTA
003940             END-IF
003950     END-SEARCH.
003960 2100-EXIT.
003970     EXIT.
003980*
003990 2200-GENERAR-CARGO.
004000     IF WS-LOTE-CANT >= WS-LOTE-MAX
004010         PERFORM 8000-CERRAR-LOTE THRU 8000-EXIT
004020         PERFORM 1300-ABRIR-LOTE THRU 1300-EXIT
004030     END-IF.
004040     MOVE SOC-COD TO MOV-COD.
004050     MOVE 'C' TO MOV-TIPO.
004060     MOVE WS-CUOTA-SOCIO TO MOV-IMPORTE.
004070     MOVE WS-CTL-FECHA TO MOV-FECHA.
004080     MOVE SOC-FILIAL TO MOV-FILIAL.
004090     MOVE WS-CAJERO-FACT TO MOV-CAJERO.
004100     MOVE ZERO TO MOV-NRO-ANULA.
004110     WRITE MOV-REG.
004120     IF WS-FS-MOV NOT = '00'
004130         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
004140         MOVE WS-FS-MOV TO WS-FS-COMUN
004150         PERFORM 9900-ABEND-ARCHIVO
004160     END-IF.
004170     ADD WS-CUOTA-SOCIO TO WS-LOTE-HASH.
004180     ADD 1 TO WS-LOTE-CANT.
004190 2200-EXIT.
004200     EXIT.
004210*
004220*****************************************************************
004230* 8000-CERRAR-LOTE WRITES THE '*LOTEF' TRAILER WITH THE COUNT
004240* AND HASH TOTAL OF THE CURRENT BATCH'S CHARGES, SO SOCMV01
004250* PROVES EACH BATCH ARRIVED COMPLETE BEFORE POSTING IT.
004260*****************************************************************
004270 8000-CERRAR-LOTE.
004280     MOVE '*LOTEF' TO LOT-MARCA.
004290     MOVE ZERO TO LOT-FILIAL.
004300     MOVE WS-CAJERO-FACT TO LOT-CAJERO.
004310     MOVE WS-LOTE-CANT TO LOT-CANT.
004320     MOVE WS-LOTE-HASH TO LOT-HASH.
004330     WRITE LOT-REG.
004340     IF WS-FS-MOV NOT = '00'
004350         MOVE 'SOCIOS-MOV' TO WS-NOMBRE-ARCHIVO
004360         MOVE WS-FS-MOV TO WS-FS-COMUN
004370         PERFORM 9900-ABEND-ARCHIVO
004380     END-IF.
004390 8000-EXIT.
004400     EXIT.
004410*
004420*****************************************************************
004430 9000-FINALIZAR.
004440*****************************************************************
004450     MOVE SPACES TO RPT-FA-REG.
004460     WRITE RPT-FA-REG.
004470     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-FA-REG.
004480     WRITE RPT-FA-REG.
004490     MOVE 'SOCIOS LEIDOS' TO WS-LR-ETIQUETA.
004500     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
004510     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004520     MOVE 'SOCIOS CARGADOS' TO WS-LR-ETIQUETA.
004530     MOVE WS-CONT-CARGADOS TO WS-LR-CANT.
004540     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004550     MOVE 'SOCIOS EXENTOS' TO WS-LR-ETIQUETA.
004560     MOVE WS-CONT-EXENTOS TO WS-LR-CANT.
004570     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004580     MOVE 'SOCIOS SIN CATEGORIA' TO WS-LR-ETIQUETA.
004590     MOVE WS-CONT-SIN-CATEG TO WS-LR-CANT.
004600     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004610     MOVE 'SOCIOS SUSPENDIDOS' TO WS-LR-ETIQUETA.
004620     MOVE WS-CONT-SUSPENDIDOS TO WS-LR-CANT.
004630     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004640     MOVE 'SOCIOS EN LICENCIA' TO WS-LR-ETIQUETA.
004650     MOVE WS-CONT-LICENCIA TO WS-LR-CANT.
004660     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004670     MOVE 'LOTES GENERADOS' TO WS-LR-ETIQUETA.
004680     MOVE WS-CONT-LOTES TO WS-LR-CANT.
004690     WRITE RPT-FA-REG FROM WS-LINEA-RESUMEN.
004700     MOVE 'TOTAL CARGADO' TO WS-LT-ETIQUETA.
004710     MOVE WS-TOTAL-CARGADO TO WS-LT-IMPORTE.
004720     WRITE RPT-FA-REG FROM WS-LINEA-TOTAL.
004730     CLOSE SOCIOS.
004740     CLOSE SOCIOS-MOV.
004750     CLOSE RPT-FA.
004760 9000-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800 9900-ABEND-ARCHIVO.
004810*****************************************************************
004820     DISPLAY 'SOCFA01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004830     DISPLAY 'SOCFA01 - FILE STATUS = ' WS-FS-COMUN.
004840     MOVE 16 TO RETURN-CODE.
004850     STOP RUN.
004860*
004870 END PROGRAM SOCFA01.
