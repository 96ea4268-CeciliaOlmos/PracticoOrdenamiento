000300*                    THE FULL SEQUENTIAL SCAN PER CARD WENT
000310*                    WITH THE MASTER'S NAME-KEY REBUILD. 'F'
000320*                    REQUESTS STILL SWEEP THE WHOLE MASTER.
000330*   15/10/2026 RCA   THE DETAIL LINE SHOWS THE MEMBER'S STATUS
000340*                    (ACTIVO / SUSPENDIDO / LICENCIA).
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SOCIN01.
000380 AUTHOR. R. CASTRO.
000390 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000400 DATE-WRITTEN. 22/08/2026.
000410 DATE-COMPILED.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SOCIOS        ASSIGN TO SOCIOS
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SOC-COD
000500         ALTERNATE RECORD KEY IS SOC-NOM
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-FS-SOCIOS.
000530     SELECT FILIALES      ASSIGN TO FILIALES
000540         ORGANIZATION INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS FLM-COD
000570         FILE STATUS IS WS-FS-FILMAE.
000580     SELECT CON-CARDS     ASSIGN TO SOCIOCON
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-CON.
000610     SELECT RPT-CON       ASSIGN TO RPTCON
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-RPTCON.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SOCIOS.
000680     COPY socreg.
000690*
000700 FD  FILIALES.
000710     COPY filreg.
000720*
000730 FD  CON-CARDS.
000740 01  CON-REG.
000750     03  CON-TIPO               PIC X(01).
000760         88  CON-POR-COD                VALUE 'C'.
000770         88  CON-POR-NOMBRE             VALUE 'N'.
000780         88  CON-POR-FILIAL             VALUE 'F'.
000790     03  CON-COD                PIC 9(06).
000800     03  CON-NOM-DESDE          PIC X(20).
000810     03  CON-NOM-HASTA          PIC X(20).
000820     03  CON-FILIAL             PIC 9(03).
000830*
000840 FD  RPT-CON.
000850 01  RPT-CON-REG                PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880     COPY filial.
000890*
000900 01  WS-SWITCHES.
000910     05  WS-SW-FIN-CON          PIC X(01) VALUE 'N'.
000920         88  WS-FIN-CON                 VALUE 'S'.
000930     05  WS-SW-FIN-SCAN         PIC X(01) VALUE 'N'.
000940         88  WS-FIN-SCAN                VALUE 'S'.
000950     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
000960         88  WS-FIN-FILMAE              VALUE 'S'.
000970*
000980 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000990*
001000 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001010*
001020 01  WS-FS-CON                  PIC X(02) VALUE '00'.
001030*
001040 01  WS-FS-RPTCON               PIC X(02) VALUE '00'.
001050*
001060 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001070*
001080 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001090*
001100 01  WS-CONTADORES.
001110     05  WS-CONT-CONSULTAS      PIC 9(05) VALUE ZERO.
001120     05  WS-CONT-RESPUESTAS     PIC 9(05) VALUE ZERO.
001130     05  WS-CONT-SIN-RESULTADO  PIC 9(05) VALUE ZERO.
001140*
001150 01  WS-CONT-HALLADOS           PIC 9(05) VALUE ZERO.
001160*
001170 01  WS-NOM-HASTA               PIC X(20) VALUE SPACES.
001180*
001190 01  WS-NOM-HASTA-TBL REDEFINES WS-NOM-HASTA.
001200     05  WS-NH-CHAR OCCURS 20 TIMES PIC X(01).
001210*
001220 01  WS-POS                     PIC 9(02) VALUE ZERO.
001230*
001240 01  WS-ULT-POS                 PIC 9(02) VALUE ZERO.
001250*
001260 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
001270*
001280 01  WS-MENSAJES.
001290     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
001300*
001310 01  WS-ENC-COD.
001320     05  FILLER                 PIC X(21)
001330         VALUE 'CONSULTA POR CODIGO: '.
001340     05  WS-EC-COD              PIC 9(06).
001350*
001360 01  WS-ENC-NOM.
001370     05  FILLER                 PIC X(21)
001380         VALUE 'CONSULTA POR NOMBRE: '.
001390     05  WS-EN-DESDE            PIC X(20).
001400     05  FILLER                 PIC X(03) VALUE ' - '.
001410     05  WS-EN-HASTA            PIC X(20).
001420*
001430 01  WS-ENC-FIL.
001440     05  FILLER                 PIC X(21)
001450         VALUE 'CONSULTA POR FILIAL: '.
001460     05  WS-EF-FILIAL           PIC 9(03).
001470     05  FILLER                 PIC X(02) VALUE SPACES.
001480     05  WS-EF-NOM              PIC X(15).
001490*
001500 01  WS-LINEA-DET.
001510     05  WS-LD-COD              PIC 9(06).
001520     05  FILLER                 PIC X(02) VALUE SPACES.
001530     05  WS-LD-NOM              PIC X(20).
001540     05  FILLER                 PIC X(02) VALUE SPACES.
001550     05  WS-LD-FILIAL           PIC X(15).
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  WS-LD-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
001580     05  FILLER                 PIC X(02) VALUE SPACES.
001590     05  WS-LD-ESTADO           PIC X(10).
001600*
001610 01  WS-LINEA-RESUMEN.
001620     05  WS-LR-ETIQUETA         PIC X(30).
001630     05  WS-LR-CANT             PIC ZZ,ZZ9.
001640*
001650 PROCEDURE DIVISION.
001660*****************************************************************
001670 0000-MAINLINE.
001680*****************************************************************
001690     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001700     PERFORM 2000-PROCESAR-CON THRU 2000-EXIT
001710         UNTIL WS-FIN-CON.
001720     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001730     STOP RUN.
001740*
001750*****************************************************************
001760 1000-INICIALIZAR.
001770*****************************************************************
001780     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
001790     OPEN INPUT SOCIOS.
001800     IF WS-FS-SOCIOS NOT = '00'
001810         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001820         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
001830         PERFORM 9900-ABEND-ARCHIVO
001840     END-IF.
001850     OPEN INPUT CON-CARDS.
001860     IF WS-FS-CON NOT = '00'
001870         MOVE 'CON-CARDS' TO WS-NOMBRE-ARCHIVO
001880         MOVE WS-FS-CON TO WS-FS-COMUN
001890         PERFORM 9900-ABEND-ARCHIVO
001900     END-IF.
001910     OPEN OUTPUT RPT-CON.
001920     IF WS-FS-RPTCON NOT = '00'
001930         MOVE 'RPT-CON' TO WS-NOMBRE-ARCHIVO
001940         MOVE WS-FS-RPTCON TO WS-FS-COMUN
001950         PERFORM 9900-ABEND-ARCHIVO
001960     END-IF.
001970     MOVE 'CONSULTAS DE SOCIOS' TO RPT-CON-REG.
001980     WRITE RPT-CON-REG.
001990 1000-EXIT.
002000     EXIT.
002010*
002020*****************************************************************
002030* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002040* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002050* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
002060*****************************************************************
002070 1200-CARGAR-FILIALES.
002080     MOVE ZERO TO WS-FIL-CANT.
002090     OPEN INPUT FILIALES.
002100     IF WS-FS-FILMAE NOT = '00'
002110         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002120         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002130         PERFORM 9900-ABEND-ARCHIVO
002140     END-IF.
002150     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002160         UNTIL WS-FIN-FILMAE.
002170     CLOSE FILIALES.
002180     IF WS-FIL-CANT = ZERO
002190         DISPLAY 'SOCIN01 - ARCHIVO FILIALES VACIO'
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230 1200-EXIT.
002240     EXIT.
002250*
002260 1210-LEER-FILIAL.
002270     READ FILIALES
002280         AT END
002290             MOVE 'S' TO WS-SW-FIN-FILMAE
002300             GO TO 1210-EXIT
002310     END-READ.
002320     IF WS-FIL-CANT >= WS-FIL-MAX
002330         DISPLAY 'SOCIN01 - TABLA DE FILIALES LLENA - MAX '
002340             WS-FIL-MAX
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     ADD 1 TO WS-FIL-CANT.
002390     SET FIL-IDX TO WS-FIL-CANT.
002400     MOVE FLM-COD TO FIL-COD (FIL-IDX).
002410     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
002420     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
002430     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
002440 1210-EXIT.
002450     EXIT.
002460*
002470*****************************************************************
002480* 2000-PROCESAR-CON READS ONE REQUEST CARD AND ANSWERS IT. AN
002490* UNKNOWN REQUEST TYPE PRINTS AS SUCH AND THE RUN GOES ON -
002500* ONE MIS-PUNCHED CARD MUST NOT SPOIL THE REST OF THE DECK.
002510*****************************************************************
002520 2000-PROCESAR-CON.
002530     READ CON-CARDS
002540         AT END
002550             MOVE 'S' TO WS-SW-FIN-CON
002560             GO TO 2000-EXIT
002570     END-READ.
002580     ADD 1 TO WS-CONT-CONSULTAS.
002590     MOVE ZERO TO WS-CONT-HALLADOS.
002600     MOVE SPACES TO RPT-CON-REG.
002610     WRITE RPT-CON-REG.
002620     EVALUATE TRUE
002630         WHEN CON-POR-COD
002640             PERFORM 2100-CONSULTA-COD THRU 2100-EXIT
002650         WHEN CON-POR-NOMBRE
002660             PERFORM 2200-CONSULTA-NOMBRE THRU 2200-EXIT
002670         WHEN CON-POR-FILIAL
002680             PERFORM 2300-CONSULTA-FILIAL THRU 2300-EXIT
002690         WHEN OTHER
002700             MOVE 'TIPO DE CONSULTA DESCONOCIDO' TO RPT-CON-REG
002710             WRITE RPT-CON-REG
002720     END-EVALUATE.
002730     IF CON-POR-COD OR CON-POR-NOMBRE OR CON-POR-FILIAL
002740         IF WS-CONT-HALLADOS = ZERO
002750             ADD 1 TO WS-CONT-SIN-RESULTADO
002760             MOVE 'SIN RESULTADOS' TO RPT-CON-REG
002770             WRITE RPT-CON-REG
002780         ELSE
002790             ADD 1 TO WS-CONT-RESPUESTAS
002800         END-IF
002810     END-IF.
002820 2000-EXIT.
002830     EXIT.
002840*
002850 2100-CONSULTA-COD.
002860     MOVE CON-COD TO WS-EC-COD.
002870     WRITE RPT-CON-REG FROM WS-ENC-COD.
002880     MOVE CON-COD TO SOC-COD.
002890     READ SOCIOS
002900         INVALID KEY
002910             GO TO 2100-EXIT
002920     END-READ.
002930     PERFORM 2400-IMPRIMIR-SOCIO THRU 2400-EXIT.
002940 2100-EXIT.
002950     EXIT.
002960*
002970*****************************************************************
002980* 2200-CONSULTA-NOMBRE ANSWERS A NAME-RANGE CARD: THE TO-NAME'S
002990* BLANK TAIL IS FILLED HIGH SO A SHORT TO-NAME ACTS AS A
003000* PREFIX (A WHOLLY BLANK TO-NAME TAKES THE FROM-NAME AS ITS
003010* BASE), THEN 2600-RECORRER-NOMBRE STARTS ON THE SOC-NOM
003020* ALTERNATE KEY AND READS ONLY THE RANGE.
003030*****************************************************************
003040 2200-CONSULTA-NOMBRE.
003050     IF CON-NOM-HASTA = SPACES
003060         MOVE CON-NOM-DESDE TO WS-NOM-HASTA
003070     ELSE
003080         MOVE CON-NOM-HASTA TO WS-NOM-HASTA
003090     END-IF.
003100     MOVE CON-NOM-DESDE TO WS-EN-DESDE.
003110     MOVE WS-NOM-HASTA TO WS-EN-HASTA.
003120     WRITE RPT-CON-REG FROM WS-ENC-NOM.
003130     MOVE ZERO TO WS-ULT-POS.
003140     PERFORM 2205-UBICAR-ULTIMO THRU 2205-EXIT
003150         VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20.
003160     PERFORM 2210-COMPLETAR-HASTA THRU 2210-EXIT
003170         VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20.
003180     PERFORM 2600-RECORRER-NOMBRE THRU 2600-EXIT.
003190 2200-EXIT.
003200     EXIT.
003210*
003220*****************************************************************
003230* 2205/2210 - FILL ONLY THE TO-NAME'S TRAILING TAIL WITH
003240* HIGH-VALUES: 2205 FINDS THE LAST NON-BLANK POSITION, 2210
003250* FILLS FROM THERE TO THE END. EMBEDDED BLANKS OF MULTI-WORD
003260* NAMES STAY AS KEYED, SO THE RANGE CHECK SEES THE REAL NAME.
003270*****************************************************************
003280 2205-UBICAR-ULTIMO.
003290     IF WS-NH-CHAR (WS-POS) NOT = SPACE
003300         MOVE WS-POS TO WS-ULT-POS
003310     END-IF.
003320 2205-EXIT.
003330     EXIT.
003340*
003350 2210-COMPLETAR-HASTA.
003360     IF WS-POS > WS-ULT-POS
003370         MOVE HIGH-VALUE TO WS-NH-CHAR (WS-POS)
003380     END-IF.
003390 2210-EXIT.
003400     EXIT.
003410*
003420*****************************************************************
003430* 2600-RECORRER-NOMBRE - KEYED SCAN ON THE SOC-NOM ALTERNATE
003440* KEY: START AT THE FROM-NAME AND READ FORWARD ONLY UNTIL THE
003450* FILLED TO-NAME IS PASSED - ACCEPTING STATUS 02, A SUCCESSFUL
003460* READ WITH ANOTHER MEMBER OF THE SAME NAME FOLLOWING, THE
003470* NORMAL CASE FOR A KEY DECLARED WITH DUPLICATES. THE FRONT
003480* DESK NO LONGER PAYS FOR A FULL MASTER SWEEP PER NAME CARD.
003490*****************************************************************
003500 2600-RECORRER-NOMBRE.
003510     MOVE 'N' TO WS-SW-FIN-SCAN.
003520     MOVE CON-NOM-DESDE TO SOC-NOM.
003530     START SOCIOS KEY NOT < SOC-NOM
003540         INVALID KEY
003550             MOVE 'S' TO WS-SW-FIN-SCAN
003560     END-START.
003570     PERFORM 2610-LEER-POR-NOMBRE THRU 2610-EXIT
003580         UNTIL WS-FIN-SCAN.
003590 2600-EXIT.
003600     EXIT.
003610*
003620 2610-LEER-POR-NOMBRE.
003630     READ SOCIOS NEXT RECORD
003640         AT END
003650             MOVE 'S' TO WS-SW-FIN-SCAN
003660             GO TO 2610-EXIT
003670     END-READ.
003680     IF WS-FS-SOCIOS NOT = '00' AND WS-FS-SOCIOS NOT = '02'
003690         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
003700         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
003710         PERFORM 9900-ABEND-ARCHIVO
003720     END-IF.
003730     IF SOC-NOM > WS-NOM-HASTA
003740         MOVE 'S' TO WS-SW-FIN-SCAN
003750         GO TO 2610-EXIT
003760     END-IF.
003770     PERFORM 2400-IMPRIMIR-SOCIO THRU 2400-EXIT.
003780 2610-EXIT.
003790     EXIT.
003800*
003810 2300-CONSULTA-FILIAL.
003820     MOVE CON-FILIAL TO WS-EF-FILIAL.
003830     PERFORM 6110-BUSCAR-FILIAL-COD THRU 6110-EXIT.
003840     MOVE WS-NOM-FILIAL TO WS-EF-NOM.
003850     WRITE RPT-CON-REG FROM WS-ENC-FIL.
003860     PERFORM 2500-RECORRER-MAESTRO THRU 2500-EXIT.
003870 2300-EXIT.
003880     EXIT.
003890*
003900*****************************************************************
003910* 2500-RECORRER-MAESTRO - SEQUENTIAL SWEEP OF THE MASTER FROM
003920* THE LOWEST PRIMARY KEY FOR THE FILIAL FILTER. NAME REQUESTS
003930* NO LONGER COME THROUGH HERE - THEY READ THE SOC-NOM
003940* ALTERNATE KEY DIRECTLY (2600-RECORRER-NOMBRE).
003950*****************************************************************
003960 2500-RECORRER-MAESTRO.
003970     MOVE 'N' TO WS-SW-FIN-SCAN.
003980     MOVE ZERO TO SOC-COD.
003990     START SOCIOS KEY NOT < SOC-COD
004000         INVALID KEY
004010             MOVE 'S' TO WS-SW-FIN-SCAN
004020     END-START.
004030     PERFORM 2510-LEER-SIGUIENTE THRU 2510-EXIT
004040         UNTIL WS-FIN-SCAN.
004050 2500-EXIT.
004060     EXIT.
004070*
004080 2510-LEER-SIGUIENTE.
004090     READ SOCIOS NEXT RECORD
004100         AT END
004110             MOVE 'S' TO WS-SW-FIN-SCAN
004120             GO TO 2510-EXIT
004130     END-READ.
004140     IF WS-FS-SOCIOS NOT = '00'
004150         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
004160         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
004170         PERFORM 9900-ABEND-ARCHIVO
004180     END-IF.
004190     IF CON-POR-FILIAL AND SOC-FILIAL = CON-FILIAL
004200         PERFORM 2400-IMPRIMIR-SOCIO THRU 2400-EXIT
004210     END-IF.
004220 2510-EXIT.
004230     EXIT.
004240*
004250 2400-IMPRIMIR-SOCIO.
004260     ADD 1 TO WS-CONT-HALLADOS.
004270     PERFORM 6100-BUSCAR-FILIAL THRU 6100-EXIT.
004280     MOVE SOC-COD TO WS-LD-COD.
004290     MOVE SOC-NOM TO WS-LD-NOM.
004300     MOVE WS-NOM-FILIAL TO WS-LD-FILIAL.
004310     MOVE SOC-SALDO TO WS-LD-SALDO.
004320     EVALUATE TRUE
004330         WHEN SOC-SUSPENDIDO
004340             MOVE 'SUSPENDIDO' TO WS-LD-ESTADO
004350         WHEN SOC-LICENCIA
004360             MOVE 'LICENCIA' TO WS-LD-ESTADO
004370         WHEN OTHER
004380             MOVE 'ACTIVO' TO WS-LD-ESTADO
004390     END-EVALUATE.
004400     WRITE RPT-CON-REG FROM WS-LINEA-DET.
004410 2400-EXIT.
004420     EXIT.
004430*
004440 6100-BUSCAR-FILIAL.
004450     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
004460     SET FIL-IDX TO 1.
004470     SEARCH FIL-ENTRY
004480         AT END
004490             CONTINUE
004500         WHEN FIL-COD (FIL-IDX) = SOC-FILIAL
004510             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
004520     END-SEARCH.
004530 6100-EXIT.
004540     EXIT.
004550*
004560 6110-BUSCAR-FILIAL-COD.
004570     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
004580     SET FIL-IDX TO 1.
004590     SEARCH FIL-ENTRY
004600         AT END
004610             CONTINUE
004620         WHEN FIL-COD (FIL-IDX) = CON-FILIAL
004630             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
004640     END-SEARCH.
004650 6110-EXIT.
004660     EXIT.
004670*
004680*****************************************************************
004690 9000-FINALIZAR.
004700*****************************************************************
004710     MOVE SPACES TO RPT-CON-REG.
004720     WRITE RPT-CON-REG.
004730     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-CON-REG.
004740     WRITE RPT-CON-REG.
004750     MOVE 'CONSULTAS LEIDAS' TO WS-LR-ETIQUETA.
004760     MOVE WS-CONT-CONSULTAS TO WS-LR-CANT.
004770     WRITE RPT-CON-REG FROM WS-LINEA-RESUMEN.
004780     MOVE 'CONSULTAS CON RESPUESTA' TO WS-LR-ETIQUETA.
004790     MOVE WS-CONT-RESPUESTAS TO WS-LR-CANT.
004800     WRITE RPT-CON-REG FROM WS-LINEA-RESUMEN.
004810     MOVE 'CONSULTAS SIN RESULTADO' TO WS-LR-ETIQUETA.
004820     MOVE WS-CONT-SIN-RESULTADO TO WS-LR-CANT.
004830     WRITE RPT-CON-REG FROM WS-LINEA-RESUMEN.
004840     CLOSE SOCIOS.
004850     CLOSE CON-CARDS.
004860     CLOSE RPT-CON.
004870 9000-EXIT.
004880     EXIT.
004890*
004900*****************************************************************
004910 9900-ABEND-ARCHIVO.
004920*****************************************************************
004930     DISPLAY 'SOCIN01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004940     DISPLAY 'SOCIN01 - FILE STATUS = ' WS-FS-COMUN.
004950     MOVE 16 TO RETURN-CODE.
004960     STOP RUN.
004970*
004980 END PROGRAM SOCIN01.
