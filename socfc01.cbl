000240*                    SOCIOCTL CARD - THE FORWARD-RECOVERY
000250*                    INPUT FOR SOCRV01 AND THE AUDIT TRAIL OF
000260*                    WHO CHANGED A MEMBER AND WHEN.
000270*   15/10/2026 RCA   JOURNAL BEFORE-IMAGE WIDENED TO 130 - SOC-REG
000280*                    NOW CARRIES THE MEMBER STATUS.
000290*   15/10/2026 RCA   JOURNAL BEFORE-IMAGE WIDENED TO 161 - SOC-REG
000300*                    NOW CARRIES THE DIRECT-DEBIT ENROLLMENT.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SOCFC01.
000340 AUTHOR. R. CASTRO.
000350 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000360 DATE-WRITTEN. 22/08/2026.
000370 DATE-COMPILED.
000380*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SOCIOS        ASSIGN TO SOCIOS
000430         ORGANIZATION INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS SOC-COD
000460         ALTERNATE RECORD KEY IS SOC-NOM
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-FS-SOCIOS.
000490     SELECT FILIALES      ASSIGN TO FILIALES
000500         ORGANIZATION INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS FLM-COD
000530         FILE STATUS IS WS-FS-FILMAE.
000540     SELECT CIERRE-CTL    ASSIGN TO SOCIOFCC
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-CTL.
000570     SELECT RPT-FC        ASSIGN TO RPTFC
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPTFC.
000600     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-CTLJ.
000630     SELECT SOC-JRN       ASSIGN TO SOCIOJRN
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-JRN.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SOCIOS.
000700     COPY socreg.
000710*
000720 FD  FILIALES.
000730     COPY filreg.
000740*
000750 FD  CIERRE-CTL.
000760 01  FCC-REG.
000770     03  FCC-DESDE              PIC 9(03).
000780     03  FCC-HASTA              PIC 9(03).
000790     03  FCC-FECHA              PIC 9(08).
000800*
000810 FD  RPT-FC.
000820 01  RPT-FC-REG                 PIC X(80).
000830*
000840 FD  SOCIOS-CTL.
000850 01  CTL-REG.
000860     03  CTL-MODO               PIC X(01).
000870     03  CTL-REINICIO           PIC X(01).
000880     03  CTL-JOBID              PIC X(08).
000890*
000900 FD  SOC-JRN.
000910     COPY jrnreg.
000920*
000930 WORKING-STORAGE SECTION.
000940     COPY filial.
000950*
000960 01  WS-SWITCHES.
000970     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
000980         88  WS-FIN-SOCIOS              VALUE 'S'.
000990     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001000         88  WS-FIN-FILMAE              VALUE 'S'.
001010     05  WS-SW-HASTA-VALIDA     PIC X(01) VALUE 'N'.
001020         88  WS-HASTA-VALIDA            VALUE 'S'.
001030*
001040 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001050*
001060 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001070*
001080 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
001090*
001100 01  WS-FS-RPTFC                PIC X(02) VALUE '00'.
001110*
001120 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001130*
001140 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001150*
001160 01  WS-CTL-DESDE               PIC 9(03) VALUE ZERO.
001170*
001180 01  WS-CTL-HASTA               PIC 9(03) VALUE ZERO.
001190*
001200 01  WS-CTL-FECHA               PIC 9(08) VALUE ZERO.
001210*
001220 01  WS-CONTADORES.
001230     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001240     05  WS-CONT-MOVIDOS        PIC 9(05) VALUE ZERO.
001250*
001260 01  WS-ANTES-DESDE.
001270     05  WS-AD-CANT             PIC 9(05) VALUE ZERO.
001280     05  WS-AD-SALDO            PIC S9(9)V99 VALUE ZERO.
001290*
001300 01  WS-ANTES-HASTA.
001310     05  WS-AH-CANT             PIC 9(05) VALUE ZERO.
001320     05  WS-AH-SALDO            PIC S9(9)V99 VALUE ZERO.
001330*
001340 01  WS-DESPUES-HASTA.
001350     05  WS-DH-CANT             PIC 9(05) VALUE ZERO.
001360     05  WS-DH-SALDO            PIC S9(9)V99 VALUE ZERO.
001370*
001380 01  WS-FS-CTLJ                 PIC X(02) VALUE '00'.
001390*
001400 01  WS-CTL-JOBID               PIC X(08) VALUE 'SOCFC01'.
001410*
001420 01  WS-FS-JRN                  PIC X(02) VALUE '00'.
001430*
001440 01  WS-JRN-ANTES               PIC X(161) VALUE SPACES.
001450*
001460 01  WS-FECHA-HOY.
001470     05  WS-FH-ANIO             PIC 9(04).
001480     05  WS-FH-MES              PIC 9(02).
001490     05  WS-FH-DIA              PIC 9(02).
001500*
001510 01  WS-HORA-AHORA.
001520     05  WS-HA-HORA             PIC 9(02).
001530     05  WS-HA-MIN              PIC 9(02).
001540     05  WS-HA-SEG              PIC 9(02).
001550     05  WS-HA-CENT             PIC 9(02).
001560*
001570 01  WS-HORA-JRN.
001580     05  WS-HJ-HORA             PIC 9(02).
001590     05  WS-HJ-MIN              PIC 9(02).
001600     05  WS-HJ-SEG              PIC 9(02).
001610*
001620 01  WS-ENC-CIERRE.
001630     05  FILLER                 PIC X(26)
001640         VALUE 'CIERRE DE FILIAL - DESDE '.
001650     05  WS-EC-DESDE            PIC 9(03).
001660     05  FILLER                 PIC X(07) VALUE ' HACIA '.
001670     05  WS-EC-HASTA            PIC 9(03).
001680     05  FILLER                 PIC X(10) VALUE ' VIGENCIA '.
001690     05  WS-EC-FECHA            PIC 9(08).
001700*
001710 01  WS-LINEA-CUADRO.
001720     05  WS-LC-ETIQUETA         PIC X(30).
001730     05  WS-LC-CANT             PIC ZZZZ9.
001740     05  FILLER                 PIC X(04) VALUE SPACES.
001750     05  WS-LC-SALDO            PIC -ZZZ,ZZZ,ZZ9.99.
001760*
001770 PROCEDURE DIVISION.
001780*****************************************************************
001790 0000-MAINLINE.
001800*****************************************************************
001810     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001820     PERFORM 2000-BARRER-MAESTRO THRU 2000-EXIT
001830         UNTIL WS-FIN-SOCIOS.
001840     PERFORM 8000-EMITIR-CUADRO THRU 8000-EXIT.
001850     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001860     STOP RUN.
001870*
001880*****************************************************************
001890 1000-INICIALIZAR.
001900*****************************************************************
001910     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001920     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
001930     PERFORM 1150-LEER-JOBID THRU 1150-EXIT.
001940     PERFORM 1200-CARGAR-FILIALES THRU 1200-EXIT.
001950     PERFORM 1300-VALIDAR-DESTINO THRU 1300-EXIT.
001960     OPEN I-O SOCIOS.
001970     IF WS-FS-SOCIOS NOT = '00'
001980         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001990         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
002000         PERFORM 9900-ABEND-ARCHIVO
002010     END-IF.
002020     OPEN OUTPUT RPT-FC.
002030     IF WS-FS-RPTFC NOT = '00'
002040         MOVE 'RPT-FC' TO WS-NOMBRE-ARCHIVO
002050         MOVE WS-FS-RPTFC TO WS-FS-COMUN
002060         PERFORM 9900-ABEND-ARCHIVO
002070     END-IF.
002080     OPEN EXTEND SOC-JRN.
002090     IF WS-FS-JRN = '35'
002100         OPEN OUTPUT SOC-JRN
002110     END-IF.
002120     IF WS-FS-JRN NOT = '00'
002130         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
002140         MOVE WS-FS-JRN TO WS-FS-COMUN
002150         PERFORM 9900-ABEND-ARCHIVO
002160     END-IF.
002170     MOVE WS-CTL-DESDE TO WS-EC-DESDE.
002180     MOVE WS-CTL-HASTA TO WS-EC-HASTA.
002190     MOVE WS-CTL-FECHA TO WS-EC-FECHA.
002200     WRITE RPT-FC-REG FROM WS-ENC-CIERRE.
002210 1000-EXIT.
002220     EXIT.
002230*
002240*****************************************************************
002250* 1100-LEER-CONTROL READS THE CLOSURE CARD: FROM-FILIAL,
002260* TO-FILIAL, EFFECTIVE DATE. A MASS REWRITE OF THE MASTER
002270* NEVER RUNS ON A MISSING OR HALF-PUNCHED CARD.
002280*****************************************************************
002290 1100-LEER-CONTROL.
002300     OPEN INPUT CIERRE-CTL.
002310     IF WS-FS-CTL NOT = '00'
002320         MOVE 'CIERRE-CTL' TO WS-NOMBRE-ARCHIVO
002330         MOVE WS-FS-CTL TO WS-FS-COMUN
002340         PERFORM 9900-ABEND-ARCHIVO
002350     END-IF.
002360     READ CIERRE-CTL
002370         AT END
002380             DISPLAY 'SOCFC01 - TARJETA DE CIERRE AUSENTE'
002390             MOVE 16 TO RETURN-CODE
002400             STOP RUN
002410     END-READ.
002420     IF FCC-DESDE NOT NUMERIC OR FCC-HASTA NOT NUMERIC
002430         DISPLAY 'SOCFC01 - TARJETA DE CIERRE INVALIDA'
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     MOVE FCC-DESDE TO WS-CTL-DESDE.
002480     MOVE FCC-HASTA TO WS-CTL-HASTA.
002490     IF FCC-FECHA NUMERIC
002500         MOVE FCC-FECHA TO WS-CTL-FECHA
002510     END-IF.
002520     CLOSE CIERRE-CTL.
002530     IF WS-CTL-DESDE = WS-CTL-HASTA
002540         DISPLAY 'SOCFC01 - FILIAL ORIGEN IGUAL A DESTINO'
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580 1100-EXIT.
002590     EXIT.
002600*
002610*****************************************************************
002620* 1150-LEER-JOBID PICKS UP THE JOB ID FROM THE SAME CONTROL
002630* CARD SOCORD01 AND SOCMT01 READ, WHEN ONE IS SUPPLIED - THE
002640* JOURNAL STAMPS IT ON EVERY BEFORE/AFTER IMAGE. NO CARD, OR
002650* A BLANK JOB ID, LEAVES THE PROGRAM-NAME DEFAULT.
002660*****************************************************************
002670 1150-LEER-JOBID.
002680     OPEN INPUT SOCIOS-CTL.
002690     IF WS-FS-CTLJ = '00'
002700        READ SOCIOS-CTL
002710            AT END
002720                CONTINUE
002730        END-READ
002740        IF WS-FS-CTLJ = '00' AND CTL-JOBID NOT = SPACE
002750            MOVE CTL-JOBID TO WS-CTL-JOBID
002760        END-IF
002770        CLOSE SOCIOS-CTL
002780     END-IF.
002790 1150-EXIT.
002800     EXIT.
002810*
002820*****************************************************************
002830* 1200-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
002840* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
002850* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
002860*****************************************************************
002870 1200-CARGAR-FILIALES.
002880     MOVE ZERO TO WS-FIL-CANT.
002890     OPEN INPUT FILIALES.
002900     IF WS-FS-FILMAE NOT = '00'
002910         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
002920         MOVE WS-FS-FILMAE TO WS-FS-COMUN
002930         PERFORM 9900-ABEND-ARCHIVO
002940     END-IF.
002950     PERFORM 1210-LEER-FILIAL THRU 1210-EXIT
002960         UNTIL WS-FIN-FILMAE.
002970     CLOSE FILIALES.
002980     IF WS-FIL-CANT = ZERO
002990         DISPLAY 'SOCFC01 - ARCHIVO FILIALES VACIO'
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030 1200-EXIT.
003040     EXIT.
003050*
003060 1210-LEER-FILIAL.
003070     READ FILIALES
003080         AT END
003090             MOVE 'S' TO WS-SW-FIN-FILMAE
003100             GO TO 1210-EXIT
003110     END-READ.
003120     IF WS-FIL-CANT >= WS-FIL-MAX
003130         DISPLAY 'SOCFC01 - TABLA DE FILIALES LLENA - MAX '
003140             WS-FIL-MAX
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     ADD 1 TO WS-FIL-CANT.
003190     SET FIL-IDX TO WS-FIL-CANT.
003200     MOVE FLM-COD TO FIL-COD (FIL-IDX).
003210     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
003220     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
003230     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
003240 1210-EXIT.
003250     EXIT.
003260*
003270*****************************************************************
003280* 1300-VALIDAR-DESTINO REFUSES THE RUN WHEN THE TARGET FILIAL
003290* IS NOT ON THE BRANCH TABLE - A MASS MOVE INTO AN UNKNOWN
003300* BRANCH WOULD SEND EVERY MOVED MEMBER TO THE SUSPENSE
003310* ACCOUNT ON THE NEXT G/L EXTRACT.
003320*****************************************************************
003330 1300-VALIDAR-DESTINO.
003340     MOVE 'N' TO WS-SW-HASTA-VALIDA.
003350     SET FIL-IDX TO 1.
003360     SEARCH FIL-ENTRY
003370         AT END
003380             CONTINUE
003390         WHEN FIL-COD (FIL-IDX) = WS-CTL-HASTA
003400             MOVE 'S' TO WS-SW-HASTA-VALIDA
003410     END-SEARCH.
003420     IF NOT WS-HASTA-VALIDA
003430         DISPLAY 'SOCFC01 - FILIAL DESTINO ' WS-CTL-HASTA
003440             ' NO ESTA EN LA TABLA DE FILIALES'
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480 1300-EXIT.
003490     EXIT.
003500*
003510*****************************************************************
003520* 2000-BARRER-MAESTRO READS EVERY MEMBER, ACCUMULATES THE
003530* BEFORE PICTURE OF BOTH BRANCHES, AND REWRITES ONLY
003540* SOC-FILIAL FOR MEMBERS OF THE CLOSING BRANCH.
003550*****************************************************************
003560 2000-BARRER-MAESTRO.
003570     READ SOCIOS
003580         AT END
003590             MOVE 'S' TO WS-SW-FIN-SOCIOS
003600             GO TO 2000-EXIT
003610     END-READ.
003620     ADD 1 TO WS-CONT-LEIDOS.
003630     IF SOC-FILIAL = WS-CTL-HASTA
003640         ADD 1 TO WS-AH-CANT
003650         ADD SOC-SALDO TO WS-AH-SALDO
003660         GO TO 2000-EXIT
003670     END-IF.
003680     IF SOC-FILIAL NOT = WS-CTL-DESDE
003690         GO TO 2000-EXIT
003700     END-IF.
003710     ADD 1 TO WS-AD-CANT.
003720     ADD SOC-SALDO TO WS-AD-SALDO.
003730     MOVE SOC-REG TO WS-JRN-ANTES.
003740     MOVE WS-CTL-HASTA TO SOC-FILIAL.
003750     REWRITE SOC-REG
003760         INVALID KEY
003770             MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
003780             MOVE WS-FS-SOCIOS TO WS-FS-COMUN
003790             PERFORM 9900-ABEND-ARCHIVO
003800     END-REWRITE.
003810     PERFORM 8200-GRABAR-JOURNAL THRU 8200-EXIT.
003820     ADD 1 TO WS-CONT-MOVIDOS.
003830 2000-EXIT.
003840     EXIT.
003850*
003860*****************************************************************
003870* 8000-EMITIR-CUADRO PRINTS THE BEFORE/AFTER PICTURE. AFTER THE
003880* SWEEP THE CLOSING BRANCH MUST HOLD ZERO MEMBERS AND THE
003890* TARGET MUST HOLD BOTH BRANCHES' MEMBERS AND SALDO - THE
003900* NUMBERS PROVE THE MOVE BALANCED.
003910*****************************************************************
003920 8000-EMITIR-CUADRO.
003930     MOVE SPACES TO RPT-FC-REG.
003940     WRITE RPT-FC-REG.
003950     MOVE 'FILIAL ORIGEN - ANTES' TO WS-LC-ETIQUETA.
003960     MOVE WS-AD-CANT TO WS-LC-CANT.
003970     MOVE WS-AD-SALDO TO WS-LC-SALDO.
003980     WRITE RPT-FC-REG FROM WS-LINEA-CUADRO.
003990     MOVE 'FILIAL DESTINO - ANTES' TO WS-LC-ETIQUETA.
004000     MOVE WS-AH-CANT TO WS-LC-CANT.
004010     MOVE WS-AH-SALDO TO WS-LC-SALDO.
004020     WRITE RPT-FC-REG FROM WS-LINEA-CUADRO.
004030     MOVE 'FILIAL ORIGEN - DESPUES' TO WS-LC-ETIQUETA.
004040     MOVE ZERO TO WS-LC-CANT.
004050     MOVE ZERO TO WS-LC-SALDO.
004060     WRITE RPT-FC-REG FROM WS-LINEA-CUADRO.
004070     COMPUTE WS-DH-CANT = WS-AH-CANT + WS-AD-CANT.
004080     COMPUTE WS-DH-SALDO = WS-AH-SALDO + WS-AD-SALDO.
004090     MOVE 'FILIAL DESTINO - DESPUES' TO WS-LC-ETIQUETA.
004100     MOVE WS-DH-CANT TO WS-LC-CANT.
004110     MOVE WS-DH-SALDO TO WS-LC-SALDO.
004120     WRITE RPT-FC-REG FROM WS-LINEA-CUADRO.
004130     MOVE SPACES TO RPT-FC-REG.
004140     WRITE RPT-FC-REG.
004150     MOVE 'SOCIOS LEIDOS' TO WS-LC-ETIQUETA.
004160     MOVE WS-CONT-LEIDOS TO WS-LC-CANT.
004170     MOVE ZERO TO WS-LC-SALDO.
004180     WRITE RPT-FC-REG FROM WS-LINEA-CUADRO.
004190     MOVE 'SOCIOS REASIGNADOS' TO WS-LC-ETIQUETA.
004200     MOVE WS-CONT-MOVIDOS TO WS-LC-CANT.
004210     WRITE RPT-FC-REG FROM WS-LINEA-CUADRO.
004220 8000-EXIT.
004230     EXIT.
004240*
004250*****************************************************************
004260* 8200-GRABAR-JOURNAL APPENDS ONE BEFORE/AFTER-IMAGE RECORD TO
004270* THE COMMON SOCIOS JOURNAL FOR THE REASSIGNMENT JUST
004280* REWRITTEN - THE BEFORE IMAGE WAS SAVED AT THE READ.
004290*****************************************************************
004300 8200-GRABAR-JOURNAL.
004310     ACCEPT WS-HORA-AHORA FROM TIME.
004320     MOVE WS-HA-HORA TO WS-HJ-HORA.
004330     MOVE WS-HA-MIN TO WS-HJ-MIN.
004340     MOVE WS-HA-SEG TO WS-HJ-SEG.
004350     MOVE 'SOCFC01' TO JRN-PROGRAMA.
004360     MOVE WS-FECHA-HOY TO JRN-FECHA.
004370     MOVE WS-HORA-JRN TO JRN-HORA.
004380     MOVE WS-CTL-JOBID TO JRN-JOBID.
004390     MOVE 'M' TO JRN-ACCION.
004400     MOVE SOC-COD TO JRN-COD.
004410     MOVE WS-JRN-ANTES TO JRN-ANTES.
004420     MOVE SOC-REG TO JRN-DESPUES.
004430     WRITE JRN-REG.
004440     IF WS-FS-JRN NOT = '00'
004450         MOVE 'SOC-JRN' TO WS-NOMBRE-ARCHIVO
004460         MOVE WS-FS-JRN TO WS-FS-COMUN
004470         PERFORM 9900-ABEND-ARCHIVO
004480     END-IF.
004490 8200-EXIT.
004500     EXIT.
004510*
004520*****************************************************************
004530 9000-FINALIZAR.
004540*****************************************************************
004550     CLOSE SOCIOS.
004560     CLOSE SOC-JRN.
004570     CLOSE RPT-FC.
004580 9000-EXIT.
004590     EXIT.
004600*
004610*****************************************************************
004620 9900-ABEND-ARCHIVO.
004630*****************************************************************
004640     DISPLAY 'SOCFC01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004650     DISPLAY 'SOCFC01 - FILE STATUS = ' WS-FS-COMUN.
004660     MOVE 16 TO RETURN-CODE.
004670     STOP RUN.
004680*
004690 END PROGRAM SOCFC01.
