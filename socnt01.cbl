000160*              THE SOCIEDAD CAN PROVE WHAT WAS SENT AND WHEN
000170*              A MEMBER DISPUTES IT. THE CLERK STOPS TYPING
000180*              LETTERS FROM THE AGING REPORT BY HAND.
000190*              A DEBTOR ON A CURRENT PAYMENT PLAN (CONVENIOS
000200*              MASTER, CNVMT01) GETS NO LETTER - THE PLAN IS
000210*              FOLLOWED ON THE SOCCN01 COMPLIANCE REPORT - UNTIL
000220*              THE PLAN BREAKS.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   03/09/2026 RCA   INITIAL VERSION, AGING LOGIC AS SOCAG01.
000270*   15/10/2026 RCA   DEBTORS ON A CURRENT CONVENIO ARE LEFT OUT
000280*                    OF THE LETTERS AND COUNTED APART ON THE
000290*                    REGISTER.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. SOCNT01.
000330 AUTHOR. R. CASTRO.
000340 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000350 DATE-WRITTEN. 03/09/2026.
000360 DATE-COMPILED.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT SOCIOS        ASSIGN TO SOCIOS
000420         ORGANIZATION INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS SOC-COD
000450         ALTERNATE RECORD KEY IS SOC-NOM
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-FS-SOCIOS.
000480     SELECT FILIALES      ASSIGN TO FILIALES
000490         ORGANIZATION INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS FLM-COD
000520         FILE STATUS IS WS-FS-FILMAE.
000530     SELECT CONVENIOS     ASSIGN TO CONVENIO
000540         ORGANIZATION INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CNV-COD
000570         FILE STATUS IS WS-FS-CONV.
000580     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000590         FILE STATUS IS WS-FS-SORT.
000600     SELECT RPT-NOT       ASSIGN TO RPTNOT
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-RPTNOT.
000630     SELECT RPT-NRG       ASSIGN TO RPTNRG
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-RPTNRG.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SOCIOS.
000700     COPY socreg.
000710*
000720 FD  FILIALES.
000730     COPY filreg.
000740*
000750 FD  CONVENIOS.
000760     COPY cnvreg.
000770*
000780 SD  ARCH-SORT.
000790 01  NT-REG.
000800     03  NT-FILIAL              PIC 9(03).
000810     03  NT-DIAS                PIC 9(04).
000820     03  NT-COD                 PIC 9(06).
000830     03  NT-NOM                 PIC X(20).
000840     03  NT-SALDO               PIC S9(8)V99.
000850     03  NT-DOMICILIO           PIC X(30).
000860     03  NT-LOCALIDAD           PIC X(20).
000870     03  NT-FEC-ULT-PAGO        PIC 9(08).
000880*
000890 FD  RPT-NOT.
000900 01  RPT-NOT-REG                PIC X(80).
000910*
000920 FD  RPT-NRG.
000930 01  RPT-NRG-REG                PIC X(90).
000940*
000950 WORKING-STORAGE SECTION.
000960     COPY filial.
000970*
000980 01  WS-SWITCHES.
000990     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
001000         88  WS-FIN-SOCIOS              VALUE 'S'.
001010     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
001020         88  WS-FIN-SORT                VALUE 'S'.
001030     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001040         88  WS-FIN-FILMAE              VALUE 'S'.
001050     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
001060         88  WS-HAY-GRUPO               VALUE 'S'.
001070*
001080 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001090*
001100 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001110*
001120 01  WS-FS-CONV                 PIC X(02) VALUE '00'.
001130*
001140 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001150*
001160 01  WS-FS-RPTNOT               PIC X(02) VALUE '00'.
001170*
001180 01  WS-FS-RPTNRG               PIC X(02) VALUE '00'.
001190*
001200 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001210*
001220 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001230*
001240 01  WS-CONTADORES.
001250     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001260     05  WS-CONT-DEUDORES       PIC 9(05) VALUE ZERO.
001270     05  WS-CONT-CARTAS         PIC 9(05) VALUE ZERO.
001280     05  WS-CONT-SIN-CARTA      PIC 9(05) VALUE ZERO.
001290     05  WS-CONT-CONVENIO       PIC 9(05) VALUE ZERO.
001300*
001310 01  WS-FECHA-HOY.
001320     05  WS-FH-ANIO             PIC 9(04).
001330     05  WS-FH-MES              PIC 9(02).
001340     05  WS-FH-DIA              PIC 9(02).
001350*
001360 01  WS-HOY-NUM                 PIC 9(08) VALUE ZERO.
001370*
001380 01  WS-HOY-INT                 PIC S9(09) VALUE ZERO.
001390*
001400 01  WS-FECHA-BASE              PIC 9(08) VALUE ZERO.
001410*
001420 01  WS-DIAS-CALC               PIC S9(09) VALUE ZERO.
001430*
001440 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
001450*
001460 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
001470*
001480 01  WS-MENSAJES.
001490     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
001500*
001510 01  WS-FECHA-AUX.
001520     05  WS-FA-ANIO             PIC 9(04).
001530     05  WS-FA-MES              PIC 9(02).
001540     05  WS-FA-DIA              PIC 9(02).
001550*
001560 01  WS-RAYA                    PIC X(60) VALUE ALL '-'.
001570*
001580 01  WS-CARTA-ENCABEZADO.
001590     05  FILLER                 PIC X(30)
001600         VALUE 'AVISO DE INTIMACION DE PAGO   '.
001610     05  FILLER                 PIC X(07) VALUE 'FECHA: '.
001620     05  WS-CE-FECHA.
001630         10  WS-CE-ANIO         PIC 9(04).
001640         10  FILLER             PIC X(01) VALUE '-'.
001650         10  WS-CE-MES          PIC 9(02).
001660         10  FILLER             PIC X(01) VALUE '-'.
001670         10  WS-CE-DIA          PIC 9(02).
001680*
001690 01  WS-CARTA-FILIAL.
001700     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
001710     05  WS-CF-COD              PIC 9(03).
001720     05  FILLER                 PIC X(02) VALUE SPACES.
001730     05  WS-CF-NOM              PIC X(15).
001740*
001750 01  WS-CARTA-SOCIO.
001760     05  FILLER                 PIC X(07) VALUE 'SR/A:  '.
001770     05  WS-CS-NOM              PIC X(20).
001780     05  FILLER                 PIC X(09) VALUE '  SOCIO: '.
001790     05  WS-CS-COD              PIC 9(06).
001800*
001810 01  WS-CARTA-DOMICILIO.
001820     05  FILLER                 PIC X(11) VALUE 'DOMICILIO: '.
001830     05  WS-CD-DOMICILIO        PIC X(30).
001840*
001850 01  WS-CARTA-LOCALIDAD.
001860     05  FILLER                 PIC X(11) VALUE 'LOCALIDAD: '.
001870     05  WS-CL-LOCALIDAD        PIC X(20).
001880*
001890 01  WS-CARTA-SALDO.
001900     05  FILLER                 PIC X(16)
001910         VALUE 'SALDO ADEUDADO: '.
001920     05  WS-CSA-SALDO           PIC -ZZZ,ZZZ,ZZ9.99.
001930*
001940 01  WS-CARTA-ULT-PAGO.
001950     05  FILLER                 PIC X(13) VALUE 'ULTIMO PAGO: '.
001960     05  WS-CU-TEXTO            PIC X(22).
001970*
001980 01  WS-CARTA-ANTIG.
001990     05  FILLER                 PIC X(23)
002000         VALUE 'ANTIGUEDAD DE LA DEUDA:'.
002010     05  FILLER                 PIC X(01) VALUE SPACE.
002020     05  WS-CA-BUCKET           PIC X(12).
002030*
002040 01  WS-CARTA-TEXTO-1           PIC X(51) VALUE
002050     'SIRVASE REGULARIZAR SU SITUACION EN SU FILIAL DERIV'.
002060*
002070 01  WS-CARTA-TEXTO-2           PIC X(51) VALUE
002080     'ANDO EL PAGO DENTRO DE LOS DIEZ DIAS DE RECIBIDA LA'.
002090*
002100 01  WS-CARTA-TEXTO-3           PIC X(51) VALUE
002110     ' PRESENTE, O ACERCARSE A CONVENIR UN PLAN DE PAGOS.'.
002120*
002130 01  WS-LINEA-REGISTRO.
002140     05  WS-LG-COD              PIC 9(06).
002150     05  FILLER                 PIC X(02) VALUE SPACES.
002160     05  WS-LG-NOM              PIC X(20).
002170     05  FILLER                 PIC X(02) VALUE SPACES.
002180     05  WS-LG-FILIAL           PIC 9(03).
002190     05  FILLER                 PIC X(02) VALUE SPACES.
002200     05  WS-LG-DIAS             PIC ZZZZ9.
002210     05  FILLER                 PIC X(02) VALUE SPACES.
002220     05  WS-LG-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  WS-LG-BUCKET           PIC X(12).
002250     05  FILLER                 PIC X(02) VALUE SPACES.
002260     05  WS-LG-FECHA.
002270         10  WS-LGF-ANIO        PIC 9(04).
002280         10  FILLER             PIC X(01) VALUE '-'.
002290         10  WS-LGF-MES         PIC 9(02).
002300         10  FILLER             PIC X(01) VALUE '-'.
002310         10  WS-LGF-DIA         PIC 9(02).
002320*
002330 01  WS-LINEA-RESUMEN.
002340     05  WS-LR-ETIQUETA         PIC X(30).
002350     05  WS-LR-CANT             PIC ZZ,ZZ9.
002360*
002370 PROCEDURE DIVISION.
002380*****************************************************************
002390 0000-MAINLINE.
002400*****************************************************************
002410     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002420     PERFORM 3000-ORDENAR THRU 3000-EXIT.
002430     STOP RUN.
002440*
002450*****************************************************************
002460 1000-INICIALIZAR.
002470*****************************************************************
002480     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002490     MOVE WS-FECHA-HOY TO WS-HOY-NUM.
002500     COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM).
002510     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540*
002550*****************************************************************
002560* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002570* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002580* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
002590*****************************************************************
002600 1200-CARGAR-FILIALES.
002610     MOVE ZERO TO WS-FIL-CANT.
002620     OPEN INPUT FILIALES.
002630     IF WS-FS-FILMAE NOT = '00'
002640         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002650         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002660         PERFORM 9900-ABEND-ARCHIVO
002670     END-IF.
002680     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002690         UNTIL WS-FIN-FILMAE.
002700     CLOSE FILIALES.
002710     IF WS-FIL-CANT = ZERO
002720         DISPLAY 'SOCNT01 - ARCHIVO FILIALES VACIO'
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760 1200-EXIT.
002770     EXIT.
002780*
002790 1210-LEER-FILIAL.
002800     READ FILIALES
002810         AT END
002820             MOVE 'S' TO WS-SW-FIN-FILMAE
002830             GO TO 1210-EXIT
002840     END-READ.
002850     IF WS-FIL-CANT >= WS-FIL-MAX
002860         DISPLAY 'SOCNT01 - TABLA DE FILIALES LLENA - MAX '
002870             WS-FIL-MAX
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     ADD 1 TO WS-FIL-CANT.
002920     SET FIL-IDX TO WS-FIL-CANT.
002930     MOVE FLM-COD TO FIL-COD (FIL-IDX).
002940     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
002950     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
002960     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
002970 1210-EXIT.
002980     EXIT.
002990*
003000*****************************************************************
003010 3000-ORDENAR.
003020*****************************************************************
003030     SORT ARCH-SORT
003040         ASCENDING KEY NT-FILIAL
003050         DESCENDING KEY NT-DIAS
003060         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
003070         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
003080     IF WS-FS-SORT NOT = '00'
003090         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003100         MOVE WS-FS-SORT TO WS-FS-COMUN
003110         PERFORM 9900-ABEND-ARCHIVO
003120     END-IF.
003130 3000-EXIT.
003140     EXIT.
003150*
003160*****************************************************************
003170* PROCESO-ENTRADA - READS THE MASTER AND RELEASES ONLY THE
003180* DEBTORS WHO CROSSED 60 DAYS - THE LETTERS POPULATION. THE
003190* CURRENT AND 30-DAY BUCKETS STAY ON THE SOCAG01 REPORT ONLY;
003200* THEY ARE COUNTED HERE SO THE REGISTER PROVES WHO WAS LEFT
003210* OUT AND WHY.
003220* A DEBTOR ON A CURRENT CONVENIO IS LEFT OUT TOO - THE PLAN,
003230* NOT A LETTER, IS HOW THAT DEBT IS BEING COLLECTED.
003240*****************************************************************
003250 6000-PROCESO-ENTRADA.
003260     OPEN INPUT SOCIOS.
003270     IF WS-FS-SOCIOS NOT = '00'
003280         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
003290         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
003300         PERFORM 9900-ABEND-ARCHIVO
003310     END-IF.
003320     OPEN INPUT CONVENIOS.
003330     IF WS-FS-CONV NOT = '00'
003340         MOVE 'CONVENIOS' TO WS-NOMBRE-ARCHIVO
003350         MOVE WS-FS-CONV TO WS-FS-COMUN
003360         PERFORM 9900-ABEND-ARCHIVO
003370     END-IF.
003380     PERFORM 6010-LEER-SOCIO THRU 6010-EXIT
003390         UNTIL WS-FIN-SOCIOS.
003400     CLOSE SOCIOS.
003410     CLOSE CONVENIOS.
003420 6000-EXIT.
003430     EXIT.
003440*
003450 6010-LEER-SOCIO.
003460     READ SOCIOS
003470         AT END
003480             MOVE 'S' TO WS-SW-FIN-SOCIOS
003490             GO TO 6010-EXIT
003500     END-READ.
003510     ADD 1 TO WS-CONT-LEIDOS.
003520     IF SOC-SALDO NOT > ZERO
003530         GO TO 6010-EXIT
003540     END-IF.
003550     ADD 1 TO WS-CONT-DEUDORES.
003560     PERFORM 6020-CALCULAR-DIAS THRU 6020-EXIT.
003570     IF NT-DIAS < 60
003580         ADD 1 TO WS-CONT-SIN-CARTA
003590         GO TO 6010-EXIT
003600     END-IF.
003610     MOVE SOC-COD TO CNV-COD.
003620     READ CONVENIOS
003630         INVALID KEY
003640             MOVE SPACE TO CNV-ESTADO
003650     END-READ.
003660     IF CNV-VIGENTE
003670         ADD 1 TO WS-CONT-CONVENIO
003680         GO TO 6010-EXIT
003690     END-IF.
003700     MOVE SOC-FILIAL TO NT-FILIAL.
003710     MOVE SOC-COD TO NT-COD.
003720     MOVE SOC-NOM TO NT-NOM.
003730     MOVE SOC-SALDO TO NT-SALDO.
003740     MOVE SOC-DOMICILIO TO NT-DOMICILIO.
003750     MOVE SOC-LOCALIDAD TO NT-LOCALIDAD.
003760     MOVE SOC-FEC-ULT-PAGO TO NT-FEC-ULT-PAGO.
003770     RELEASE NT-REG.
003780     IF WS-FS-SORT NOT = '00'
003790         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
003800         MOVE WS-FS-SORT TO WS-FS-COMUN
003810         PERFORM 9900-ABEND-ARCHIVO
003820     END-IF.
003830 6010-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003870* 6020-CALCULAR-DIAS - SAME AGING RULE AS SOCAG01: DAYS FROM
003880* THE LAST PAYMENT (OR THE MEMBERSHIP DATE WHEN THE MEMBER
003890* NEVER PAID) TO TODAY, CAPPED AT 9999; NEITHER DATE ON FILE
003900* AGES STRAIGHT INTO 90+ - AN UNDATED DEBT IS CHASED FIRST,
003910* NOT HIDDEN.
003920*****************************************************************
003930 6020-CALCULAR-DIAS.
003940     IF SOC-FEC-ULT-PAGO NOT = ZERO
003950         MOVE SOC-FEC-ULT-PAGO TO WS-FECHA-BASE
003960     ELSE
003970         MOVE SOC-FEC-ALTA TO WS-FECHA-BASE
003980     END-IF.
003990     IF WS-FECHA-BASE = ZERO
004000         MOVE 9999 TO NT-DIAS
004010         GO TO 6020-EXIT
004020     END-IF.
004030     COMPUTE WS-DIAS-CALC = WS-HOY-INT
004040         - FUNCTION INTEGER-OF-DATE (WS-FECHA-BASE).
004050     IF WS-DIAS-CALC < ZERO
004060         MOVE ZERO TO WS-DIAS-CALC
004070     END-IF.
004080     IF WS-DIAS-CALC > 9999
004090         MOVE 9999 TO WS-DIAS-CALC
004100     END-IF.
004110     MOVE WS-DIAS-CALC TO NT-DIAS.
004120 6020-EXIT.
004130     EXIT.
004140*
004150*****************************************************************
004160* PROCESO-SALIDA - RETURNS THE SORTED DEBTORS GROUPED BY
004170* FILIAL (OLDEST DEBT FIRST, SO THE WORST CASES PRINT ON TOP
004180* OF EACH BRANCH'S STACK), PRINTS ONE LETTER PER MEMBER AND
004190* ONE REGISTER LINE PER LETTER.
004200*****************************************************************
004210 7000-PROCESO-SALIDA.
004220     OPEN OUTPUT RPT-NOT.
004230     IF WS-FS-RPTNOT NOT = '00'
004240         MOVE 'RPT-NOT' TO WS-NOMBRE-ARCHIVO
004250         MOVE WS-FS-RPTNOT TO WS-FS-COMUN
004260         PERFORM 9900-ABEND-ARCHIVO
004270     END-IF.
004280     OPEN OUTPUT RPT-NRG.
004290     IF WS-FS-RPTNRG NOT = '00'
004300         MOVE 'RPT-NRG' TO WS-NOMBRE-ARCHIVO
004310         MOVE WS-FS-RPTNRG TO WS-FS-COMUN
004320         PERFORM 9900-ABEND-ARCHIVO
004330     END-IF.
004340     MOVE 'REGISTRO DE CARTAS DE INTIMACION EMITIDAS'
004350         TO RPT-NRG-REG.
004360     WRITE RPT-NRG-REG.
004370     MOVE SPACES TO RPT-NRG-REG.
004380     WRITE RPT-NRG-REG.
004390     MOVE 'N' TO WS-SW-HAY-GRUPO.
004400     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
004410         UNTIL WS-FIN-SORT.
004420     PERFORM 7500-EMITIR-RESUMEN THRU 7500-EXIT.
004430     CLOSE RPT-NOT.
004440     CLOSE RPT-NRG.
004450 7000-EXIT.
004460     EXIT.
004470*
004480 7100-DEVOLVER-REG.
004490     RETURN ARCH-SORT INTO NT-REG
004500         AT END
004510             MOVE 'S' TO WS-SW-FIN-SORT
004520             GO TO 7100-EXIT
004530     END-RETURN.
004540     IF WS-FS-SORT NOT = '00'
004550         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
004560         MOVE WS-FS-SORT TO WS-FS-COMUN
004570         PERFORM 9900-ABEND-ARCHIVO
004580     END-IF.
004590     IF NOT WS-HAY-GRUPO
004600         MOVE 'S' TO WS-SW-HAY-GRUPO
004610         MOVE NT-FILIAL TO WS-FILIAL-GRUPO
004620         PERFORM 7200-ABRIR-GRUPO THRU 7200-EXIT
004630     ELSE
004640         IF NT-FILIAL NOT = WS-FILIAL-GRUPO
004650             MOVE NT-FILIAL TO WS-FILIAL-GRUPO
004660             PERFORM 7200-ABRIR-GRUPO THRU 7200-EXIT
004670         END-IF
004680     END-IF.
004690     PERFORM 7300-IMPRIMIR-CARTA THRU 7300-EXIT.
004700     PERFORM 7400-REGISTRAR-CARTA THRU 7400-EXIT.
004710 7100-EXIT.
004720     EXIT.
004730*
004740 7200-ABRIR-GRUPO.
004750     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
004760 7200-EXIT.
004770     EXIT.
004780*
004790*****************************************************************
004800* 7300-IMPRIMIR-CARTA - ONE FORMATTED NOTICE. THE LETTERS OF A
004810* FILIAL PRINT TOGETHER SO THE BRANCH GETS ITS WHOLE STACK IN
004820* ONE CUT OF THE LISTING.
004830*****************************************************************
004840 7300-IMPRIMIR-CARTA.
004850     MOVE SPACES TO RPT-NOT-REG.
004860     WRITE RPT-NOT-REG.
004870     WRITE RPT-NOT-REG FROM WS-RAYA.
004880     MOVE WS-FH-ANIO TO WS-CE-ANIO.
004890     MOVE WS-FH-MES TO WS-CE-MES.
004900     MOVE WS-FH-DIA TO WS-CE-DIA.
004910     WRITE RPT-NOT-REG FROM WS-CARTA-ENCABEZADO.
004920     MOVE WS-FILIAL-GRUPO TO WS-CF-COD.
004930     MOVE WS-NOM-FILIAL TO WS-CF-NOM.
004940     WRITE RPT-NOT-REG FROM WS-CARTA-FILIAL.
004950     MOVE NT-NOM TO WS-CS-NOM.
004960     MOVE NT-COD TO WS-CS-COD.
004970     WRITE RPT-NOT-REG FROM WS-CARTA-SOCIO.
004980     MOVE NT-DOMICILIO TO WS-CD-DOMICILIO.
004990     WRITE RPT-NOT-REG FROM WS-CARTA-DOMICILIO.
005000     MOVE NT-LOCALIDAD TO WS-CL-LOCALIDAD.
005010     WRITE RPT-NOT-REG FROM WS-CARTA-LOCALIDAD.
005020     MOVE NT-SALDO TO WS-CSA-SALDO.
005030     WRITE RPT-NOT-REG FROM WS-CARTA-SALDO.
005040     IF NT-FEC-ULT-PAGO = ZERO
005050         MOVE 'SIN PAGOS REGISTRADOS' TO WS-CU-TEXTO
005060     ELSE
005070         MOVE NT-FEC-ULT-PAGO TO WS-FECHA-AUX
005080         MOVE SPACES TO WS-CU-TEXTO
005090         STRING WS-FA-ANIO '-' WS-FA-MES '-' WS-FA-DIA
005100             DELIMITED BY SIZE INTO WS-CU-TEXTO
005110     END-IF.
005120     WRITE RPT-NOT-REG FROM WS-CARTA-ULT-PAGO.
005130     IF NT-DIAS < 90
005140         MOVE '60 DIAS' TO WS-CA-BUCKET
005150     ELSE
005160         MOVE '90 O MAS DIAS' TO WS-CA-BUCKET
005170     END-IF.
005180     WRITE RPT-NOT-REG FROM WS-CARTA-ANTIG.
005190     WRITE RPT-NOT-REG FROM WS-CARTA-TEXTO-1.
005200     WRITE RPT-NOT-REG FROM WS-CARTA-TEXTO-2.
005210     WRITE RPT-NOT-REG FROM WS-CARTA-TEXTO-3.
005220     WRITE RPT-NOT-REG FROM WS-RAYA.
005230     ADD 1 TO WS-CONT-CARTAS.
005240 7300-EXIT.
005250     EXIT.
005260*
005270 7400-REGISTRAR-CARTA.
005280     MOVE NT-COD TO WS-LG-COD.
005290     MOVE NT-NOM TO WS-LG-NOM.
005300     MOVE NT-FILIAL TO WS-LG-FILIAL.
005310     MOVE NT-DIAS TO WS-LG-DIAS.
005320     MOVE NT-SALDO TO WS-LG-SALDO.
005330     IF NT-DIAS < 90
005340         MOVE '60 DIAS' TO WS-LG-BUCKET
005350     ELSE
005360         MOVE '90+ DIAS' TO WS-LG-BUCKET
005370     END-IF.
005380     MOVE WS-FH-ANIO TO WS-LGF-ANIO.
005390     MOVE WS-FH-MES TO WS-LGF-MES.
005400     MOVE WS-FH-DIA TO WS-LGF-DIA.
005410     WRITE RPT-NRG-REG FROM WS-LINEA-REGISTRO.
005420 7400-EXIT.
005430     EXIT.
005440*
005450 7500-EMITIR-RESUMEN.
005460     MOVE SPACES TO RPT-NRG-REG.
005470     WRITE RPT-NRG-REG.
005480     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-NRG-REG.
005490     WRITE RPT-NRG-REG.
005500     MOVE 'SOCIOS LEIDOS' TO WS-LR-ETIQUETA.
005510     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
005520     WRITE RPT-NRG-REG FROM WS-LINEA-RESUMEN.
005530     MOVE 'SOCIOS DEUDORES' TO WS-LR-ETIQUETA.
005540     MOVE WS-CONT-DEUDORES TO WS-LR-CANT.
005550     WRITE RPT-NRG-REG FROM WS-LINEA-RESUMEN.
005560     MOVE 'CARTAS EMITIDAS' TO WS-LR-ETIQUETA.
005570     MOVE WS-CONT-CARTAS TO WS-LR-CANT.
005580     WRITE RPT-NRG-REG FROM WS-LINEA-RESUMEN.
005590     MOVE 'DEUDORES SIN CARTA (< 60)' TO WS-LR-ETIQUETA.
005600     MOVE WS-CONT-SIN-CARTA TO WS-LR-CANT.
005610     WRITE RPT-NRG-REG FROM WS-LINEA-RESUMEN.
005620     MOVE 'DEUDORES CON CONVENIO VIGENTE' TO WS-LR-ETIQUETA.
005630     MOVE WS-CONT-CONVENIO TO WS-LR-CANT.
005640     WRITE RPT-NRG-REG FROM WS-LINEA-RESUMEN.
005650 7500-EXIT.
005660     EXIT.
005670*
005680 6100-BUSCAR-FILIAL.
005690     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
005700     SET FIL-IDX TO 1.
005710     SEARCH FIL-ENTRY
005720         AT END
005730             CONTINUE
005740         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
005750             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
005760     END-SEARCH.
005770 6100-EXIT.
005780     EXIT.
005790*
005800*****************************************************************
005810 9900-ABEND-ARCHIVO.
005820*****************************************************************
005830     DISPLAY 'SOCNT01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
005840     DISPLAY 'SOCNT01 - FILE STATUS = ' WS-FS-COMUN.
005850     MOVE 16 TO RETURN-CODE.
005860     STOP RUN.
005870*
005880 END PROGRAM SOCNT01.
