000010*****************************************************************
000020* PROGRAM:     SOCDA01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     MONTHLY DIRECT-DEBIT REQUEST RUN (DEBITO
000070*              AUTOMATICO). RUN AFTER THE DUES BILLING (SOCFA01)
000080*              HAS POSTED THE MONTH, IT SWEEPS THE INDEXED SOCIOS
000090*              MASTER AND, FOR EVERY MEMBER ENROLLED IN DIRECT
000100*              DEBIT (SOC-DEBITO 'S', MAINTAINED BY SOCMT01) WHO
000110*              OWES A BALANCE, WRITES ONE DEBIT REQUEST FOR THE
000120*              FULL SALDO AGAINST THE MEMBER'S CBU INTO THE FILE
000130*              SENT TO THE BANK (COPY DEBREG) - A HEADER WITH THE
000140*              COMPANY CODE, PERIOD AND DEBIT DATE, ONE DETAIL PER
000150*              MEMBER, AND A TRAILER WITH THE DETAIL COUNT AND
000160*              AMOUNT TOTAL THE BANK PROVES THE FILE BY. THE
000170*              REGISTER LISTS EVERY ENROLLED MEMBER AND WHAT WAS
000180*              ASKED FOR. EACH PERIOD SENT IS LOGGED ON SOCIODAH
000190*              AND A SECOND RUN FOR A LOGGED PERIOD IS REFUSED.
000200*              THE BANK'S REPLY IS MATCHED BACK BY SOCDR01.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   15/10/2026 RCA   INITIAL VERSION, MODELED ON SOCRG01.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. SOCDA01.
000280 AUTHOR. R. CASTRO.
000290 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SOCIOS        ASSIGN TO SOCIOS
000370         ORGANIZATION INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS SOC-COD
000400         ALTERNATE RECORD KEY IS SOC-NOM
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-FS-SOCIOS.
000430     SELECT DEBITO-CTL    ASSIGN TO SOCIODAC
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-CTL.
000460     SELECT DEBITO-HIST   ASSIGN TO SOCIODAH
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-DAH.
000490     SELECT DEBITO-SOL    ASSIGN TO SOCIODEB
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-DEB.
000520     SELECT RPT-DA        ASSIGN TO RPTDA
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-RPTDA.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SOCIOS.
000590     COPY socreg.
000600*
000610 FD  DEBITO-CTL.
000620 01  DAC-REG.
000630     03  DAC-PERIODO            PIC 9(06).
000640     03  DAC-FECHA              PIC 9(08).
000650     03  DAC-EMPRESA            PIC X(10).
000660*
000670*    ONE RECORD PER PERIOD SENT: THE PERIOD, ITS DEBIT DATE, AND
000680*    THE REQUEST COUNT AND TOTAL OF ITS FILE.
000690 FD  DEBITO-HIST.
000700 01  DAH-REG.
000710     03  DAH-PERIODO            PIC 9(06).
000720     03  DAH-FECHA              PIC 9(08).
000730     03  DAH-CANT               PIC 9(05).
000740     03  DAH-IMPORTE            PIC 9(09)V99.
000750*
000760 FD  DEBITO-SOL.
000770     COPY debreg.
000780*
000790 FD  RPT-DA.
000800 01  RPT-DA-REG                 PIC X(90).
000810*
000820 WORKING-STORAGE SECTION.
000830 01  WS-SWITCHES.
000840     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
000850         88  WS-FIN-SOCIOS              VALUE 'S'.
000860     05  WS-SW-FIN-DAH          PIC X(01) VALUE 'N'.
000870         88  WS-FIN-DAH                 VALUE 'S'.
000880*
000890 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000900*
000910 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
000920*
000930 01  WS-FS-DAH                  PIC X(02) VALUE '00'.
000940*
000950 01  WS-FS-DEB                  PIC X(02) VALUE '00'.
000960*
000970 01  WS-FS-RPTDA                PIC X(02) VALUE '00'.
000980*
000990 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001000*
001010 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001020*
001030 01  WS-CTL-PERIODO             PIC 9(06) VALUE ZERO.
001040*
001050 01  WS-CTL-FECHA               PIC 9(08) VALUE ZERO.
001060*
001070 01  WS-CTL-EMPRESA             PIC X(10) VALUE SPACES.
001080*
001090 01  WS-FECHA-INT               PIC S9(09) VALUE ZERO.
001100*
001110 01  WS-FECHA-HOY.
001120     05  WS-FH-ANIO             PIC 9(04).
001130     05  WS-FH-MES              PIC 9(02).
001140     05  WS-FH-DIA              PIC 9(02).
001150*
001160*    OUR REFERENCE ON EVERY REQUEST: 'DA' AND THE PERIOD. THE
001170*    BANK ECHOES IT ON THE REPLY AND ON THE MEMBER'S STATEMENT.
001180 01  WS-REFERENCIA.
001190     05  FILLER                 PIC X(02) VALUE 'DA'.
001200     05  WS-RF-PERIODO          PIC 9(06).
001210     05  FILLER                 PIC X(02) VALUE SPACES.
001220*
001230 01  WS-CONTADORES.
001240     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001250     05  WS-CONT-ADHERIDOS      PIC 9(05) VALUE ZERO.
001260     05  WS-CONT-SIN-DEUDA      PIC 9(05) VALUE ZERO.
001270     05  WS-CONT-CBU-INVALIDO   PIC 9(05) VALUE ZERO.
001280     05  WS-CONT-SOLICITADOS    PIC 9(05) VALUE ZERO.
001290*
001300 01  WS-TOTAL-SOLICITADO        PIC 9(11)V99 VALUE ZERO.
001310*
001320 01  WS-ENC-PERIODO.
001330     05  FILLER                 PIC X(28)
001340         VALUE 'DEBITO AUTOMATICO - PERIODO'.
001350     05  WS-EP-PERIODO          PIC 9(06).
001360     05  FILLER                 PIC X(16)
001370         VALUE '  FECHA DEBITO '.
001380     05  WS-EP-FECHA            PIC 9(08).
001390     05  FILLER                 PIC X(11)
001400         VALUE '  EMPRESA '.
001410     05  WS-EP-EMPRESA          PIC X(10).
001420*
001430 01  WS-ENC-COLUMNAS.
001440     05  FILLER                 PIC X(08) VALUE 'CODIGO'.
001450     05  FILLER                 PIC X(22) VALUE 'NOMBRE'.
001460     05  FILLER                 PIC X(24) VALUE 'CBU'.
001470     05  FILLER                 PIC X(15) VALUE '        IMPORTE'.
001480     05  FILLER                 PIC X(02) VALUE SPACES.
001490     05  FILLER                 PIC X(09) VALUE 'RESULTADO'.
001500*
001510 01  WS-LINEA-DA.
001520     05  WS-LD-COD              PIC 9(06).
001530     05  FILLER                 PIC X(02) VALUE SPACES.
001540     05  WS-LD-NOM              PIC X(20).
001550     05  FILLER                 PIC X(02) VALUE SPACES.
001560     05  WS-LD-CBU              PIC X(22).
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  WS-LD-IMPORTE          PIC -ZZ,ZZZ,ZZ9.99.
001590     05  FILLER                 PIC X(02) VALUE SPACES.
001600     05  WS-LD-RESULTADO        PIC X(13).
001610*
001620 01  WS-LINEA-RESUMEN.
001630     05  WS-LR-ETIQUETA         PIC X(30).
001640     05  WS-LR-CANT             PIC ZZ,ZZ9.
001650*
001660 01  WS-LINEA-TOTAL.
001670     05  WS-LT-ETIQUETA         PIC X(30).
001680     05  WS-LT-IMPORTE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001690*
001700 PROCEDURE DIVISION.
001710*****************************************************************
001720 0000-MAINLINE.
001730*****************************************************************
001740     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001750     PERFORM 2000-PROCESAR-SOCIO THRU 2000-EXIT
001760         UNTIL WS-FIN-SOCIOS.
001770     PERFORM 8000-GRABAR-TRAILER THRU 8000-EXIT.
001780     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001790     STOP RUN.
001800*
001810*****************************************************************
001820 1000-INICIALIZAR.
001830*****************************************************************
001840     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001850     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
001860     PERFORM 1150-VERIFICAR-PERIODO THRU 1150-EXIT.
001870     OPEN INPUT SOCIOS.
001880     IF WS-FS-SOCIOS NOT = '00'
001890         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001900         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
001910         PERFORM 9900-ABEND-ARCHIVO
001920     END-IF.
001930     OPEN OUTPUT DEBITO-SOL.
001940     IF WS-FS-DEB NOT = '00'
001950         MOVE 'DEBITO-SOL' TO WS-NOMBRE-ARCHIVO
001960         MOVE WS-FS-DEB TO WS-FS-COMUN
001970         PERFORM 9900-ABEND-ARCHIVO
001980     END-IF.
001990     OPEN OUTPUT RPT-DA.
002000     IF WS-FS-RPTDA NOT = '00'
002010         MOVE 'RPT-DA' TO WS-NOMBRE-ARCHIVO
002020         MOVE WS-FS-RPTDA TO WS-FS-COMUN
002030         PERFORM 9900-ABEND-ARCHIVO
002040     END-IF.
002050     MOVE WS-CTL-PERIODO TO WS-EP-PERIODO.
002060     MOVE WS-CTL-FECHA TO WS-EP-FECHA.
002070     MOVE WS-CTL-EMPRESA TO WS-EP-EMPRESA.
002080     WRITE RPT-DA-REG FROM WS-ENC-PERIODO.
002090     MOVE SPACES TO RPT-DA-REG.
002100     WRITE RPT-DA-REG.
002110     WRITE RPT-DA-REG FROM WS-ENC-COLUMNAS.
002120     MOVE SPACES TO RPT-DA-REG.
002130     WRITE RPT-DA-REG.
002140     MOVE WS-CTL-PERIODO TO WS-RF-PERIODO.
002150     PERFORM 1300-GRABAR-CABECERA THRU 1300-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180*
002190*****************************************************************
002200* 1100-LEER-CONTROL READS THE DEBIT CARD: THE PERIOD (YYYYMM),
002210* THE DATE THE BANK IS TO TAKE THE DEBITS (ZERO MEANS THE 10TH
002220* OF THE PERIOD) AND THE COMPANY CODE THE BANK ASSIGNED TO THE
002230* CLUB. A MISSING OR HALF-PUNCHED CARD STOPS THE RUN.
002240*****************************************************************
002250 1100-LEER-CONTROL.
002260     OPEN INPUT DEBITO-CTL.
002270     IF WS-FS-CTL NOT = '00'
002280         MOVE 'DEBITO-CTL' TO WS-NOMBRE-ARCHIVO
002290         MOVE WS-FS-CTL TO WS-FS-COMUN
002300         PERFORM 9900-ABEND-ARCHIVO
002310     END-IF.
002320     READ DEBITO-CTL
002330         AT END
002340             DISPLAY 'SOCDA01 - TARJETA DE DEBITO AUSENTE'
002350             MOVE 16 TO RETURN-CODE
002360             STOP RUN
002370     END-READ.
002380     IF DAC-PERIODO NOT NUMERIC OR DAC-PERIODO = ZERO
002390         DISPLAY 'SOCDA01 - PERIODO DE DEBITO INVALIDO'
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     IF DAC-EMPRESA = SPACES
002440         DISPLAY 'SOCDA01 - CODIGO DE EMPRESA AUSENTE'
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     MOVE DAC-PERIODO TO WS-CTL-PERIODO.
002490     MOVE DAC-EMPRESA TO WS-CTL-EMPRESA.
002500     IF DAC-FECHA NUMERIC AND DAC-FECHA NOT = ZERO
002510         MOVE DAC-FECHA TO WS-CTL-FECHA
002520     ELSE
002530         COMPUTE WS-CTL-FECHA = DAC-PERIODO * 100 + 10
002540     END-IF.
002550     COMPUTE WS-FECHA-INT =
002560         FUNCTION INTEGER-OF-DATE (WS-CTL-FECHA).
002570     IF WS-FECHA-INT NOT > ZERO
002580         DISPLAY 'SOCDA01 - FECHA DE DEBITO INVALIDA '
002590             WS-CTL-FECHA
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630     CLOSE DEBITO-CTL.
002640 1100-EXIT.
002650     EXIT.
002660*
002670*****************************************************************
002680* 1150-VERIFICAR-PERIODO READS THE DEBIT LOG AND STOPS THE RUN
002690* IF THE CARD'S PERIOD WAS ALREADY SENT - A SECOND FILE FOR THE
002700* SAME MONTH WOULD DEBIT EVERY ENROLLED MEMBER TWICE. NO LOG
002710* YET (FIRST RUN) IS NOT AN ERROR.
002720*****************************************************************
002730 1150-VERIFICAR-PERIODO.
002740     OPEN INPUT DEBITO-HIST.
002750     IF WS-FS-DAH = '35'
002760         GO TO 1150-EXIT
002770     END-IF.
002780     IF WS-FS-DAH NOT = '00'
002790         MOVE 'DEBITO-HIST' TO WS-NOMBRE-ARCHIVO
002800         MOVE WS-FS-DAH TO WS-FS-COMUN
002810         PERFORM 9900-ABEND-ARCHIVO
002820     END-IF.
002830     PERFORM 1160-LEER-HISTORIA THRU 1160-EXIT
002840         UNTIL WS-FIN-DAH.
002850     CLOSE DEBITO-HIST.
002860 1150-EXIT.
002870     EXIT.
002880*
002890 1160-LEER-HISTORIA.
002900     READ DEBITO-HIST
002910         AT END
002920             MOVE 'S' TO WS-SW-FIN-DAH
002930             GO TO 1160-EXIT
002940     END-READ.
002950     IF DAH-PERIODO = WS-CTL-PERIODO
002960         DISPLAY 'SOCDA01 - PERIODO ' WS-CTL-PERIODO
002970             ' YA ENVIADO AL BANCO CON FECHA ' DAH-FECHA
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010 1160-EXIT.
003020     EXIT.
003030*
003040 1300-GRABAR-CABECERA.
003050     MOVE SPACES TO DEB-REG.
003060     MOVE 'H' TO DEB-TIPO.
003070     MOVE WS-CTL-EMPRESA TO DEB-H-EMPRESA.
003080     MOVE WS-CTL-PERIODO TO DEB-H-PERIODO.
003090     MOVE WS-CTL-FECHA TO DEB-H-FECHA.
003100     MOVE WS-FECHA-HOY TO DEB-H-FEC-GENERA.
003110     WRITE DEB-REG.
003120     IF WS-FS-DEB NOT = '00'
003130         MOVE 'DEBITO-SOL' TO WS-NOMBRE-ARCHIVO
003140         MOVE WS-FS-DEB TO WS-FS-COMUN
003150         PERFORM 9900-ABEND-ARCHIVO
003160     END-IF.
003170 1300-EXIT.
003180     EXIT.
003190*
003200*****************************************************************
003210* 2000-PROCESAR-SOCIO READS ONE MEMBER. MEMBERS NOT ENROLLED
003220* ARE ONLY COUNTED; EVERY ENROLLED MEMBER PRINTS ON THE
003230* REGISTER, EITHER WITH THE DEBIT REQUESTED OR WITH THE REASON
003240* NOT - NO BALANCE OWED, OR A CBU THAT IS NOT 22 DIGITS.
003250*****************************************************************
003260 2000-PROCESAR-SOCIO.
003270     READ SOCIOS
003280         AT END
003290             MOVE 'S' TO WS-SW-FIN-SOCIOS
003300             GO TO 2000-EXIT
003310     END-READ.
003320     ADD 1 TO WS-CONT-LEIDOS.
003330     IF NOT SOC-CON-DEBITO
003340         GO TO 2000-EXIT
003350     END-IF.
003360     ADD 1 TO WS-CONT-ADHERIDOS.
003370     MOVE SOC-COD TO WS-LD-COD.
003380     MOVE SOC-NOM TO WS-LD-NOM.
003390     MOVE SOC-CBU TO WS-LD-CBU.
003400     MOVE SOC-SALDO TO WS-LD-IMPORTE.
003410     IF SOC-SALDO NOT > ZERO
003420         ADD 1 TO WS-CONT-SIN-DEUDA
003430         MOVE 'SIN DEUDA' TO WS-LD-RESULTADO
003440         WRITE RPT-DA-REG FROM WS-LINEA-DA
003450         GO TO 2000-EXIT
003460     END-IF.
003470     IF SOC-CBU NOT NUMERIC
003480         ADD 1 TO WS-CONT-CBU-INVALIDO
003490         MOVE 'CBU INVALIDO' TO WS-LD-RESULTADO
003500         WRITE RPT-DA-REG FROM WS-LINEA-DA
003510         GO TO 2000-EXIT
003520     END-IF.
003530     PERFORM 2100-GRABAR-DETALLE THRU 2100-EXIT.
003540     MOVE 'SOLICITADO' TO WS-LD-RESULTADO.
003550     WRITE RPT-DA-REG FROM WS-LINEA-DA.
003560 2000-EXIT.
003570     EXIT.
003580*
003590 2100-GRABAR-DETALLE.
003600     MOVE SPACES TO DEB-REG.
003610     MOVE 'D' TO DEB-TIPO.
003620     MOVE SOC-COD TO DEB-COD.
003630     MOVE SOC-CBU TO DEB-CBU.
003640     MOVE SOC-SALDO TO DEB-IMPORTE.
003650     MOVE WS-REFERENCIA TO DEB-REFER.
003660     WRITE DEB-REG.
003670     IF WS-FS-DEB NOT = '00'
003680         MOVE 'DEBITO-SOL' TO WS-NOMBRE-ARCHIVO
003690         MOVE WS-FS-DEB TO WS-FS-COMUN
003700         PERFORM 9900-ABEND-ARCHIVO
003710     END-IF.
003720     ADD 1 TO WS-CONT-SOLICITADOS.
003730     ADD SOC-SALDO TO WS-TOTAL-SOLICITADO.
003740 2100-EXIT.
003750     EXIT.
003760*
003770*****************************************************************
003780* 8000-GRABAR-TRAILER CLOSES THE FILE WITH THE DETAIL COUNT AND
003790* AMOUNT TOTAL - THE BANK REJECTS A FILE WHOSE DETAILS DO NOT
003800* ADD UP TO ITS TRAILER.
003810*****************************************************************
003820 8000-GRABAR-TRAILER.
003830     MOVE SPACES TO DEB-REG.
003840     MOVE 'T' TO DEB-TIPO.
003850     MOVE WS-CONT-SOLICITADOS TO DEB-T-CANT.
003860     MOVE WS-TOTAL-SOLICITADO TO DEB-T-IMPORTE.
003870     WRITE DEB-REG.
003880     IF WS-FS-DEB NOT = '00'
003890         MOVE 'DEBITO-SOL' TO WS-NOMBRE-ARCHIVO
003900         MOVE WS-FS-DEB TO WS-FS-COMUN
003910         PERFORM 9900-ABEND-ARCHIVO
003920     END-IF.
003930 8000-EXIT.
003940     EXIT.
003950*
003960*****************************************************************
003970* 9000-FINALIZAR PRINTS THE RUN SUMMARY AND, ONLY ONCE THE
003980* WHOLE FILE IS WRITTEN, LOGS THE PERIOD ON SOCIODAH SO IT CAN
003990* NEVER BE SENT AGAIN.
004000*****************************************************************
004010 9000-FINALIZAR.
004020     MOVE SPACES TO RPT-DA-REG.
004030     WRITE RPT-DA-REG.
004040     MOVE 'RESUMEN DE LA CORRIDA' TO RPT-DA-REG.
004050     WRITE RPT-DA-REG.
004060     MOVE 'SOCIOS LEIDOS' TO WS-LR-ETIQUETA.
004070     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
004080     WRITE RPT-DA-REG FROM WS-LINEA-RESUMEN.
004090     MOVE 'SOCIOS ADHERIDOS' TO WS-LR-ETIQUETA.
004100     MOVE WS-CONT-ADHERIDOS TO WS-LR-CANT.
004110     WRITE RPT-DA-REG FROM WS-LINEA-RESUMEN.
004120     MOVE 'ADHERIDOS SIN DEUDA' TO WS-LR-ETIQUETA.
004130     MOVE WS-CONT-SIN-DEUDA TO WS-LR-CANT.
004140     WRITE RPT-DA-REG FROM WS-LINEA-RESUMEN.
004150     MOVE 'ADHERIDOS CON CBU INVALIDO' TO WS-LR-ETIQUETA.
004160     MOVE WS-CONT-CBU-INVALIDO TO WS-LR-CANT.
004170     WRITE RPT-DA-REG FROM WS-LINEA-RESUMEN.
004180     MOVE 'DEBITOS SOLICITADOS' TO WS-LR-ETIQUETA.
004190     MOVE WS-CONT-SOLICITADOS TO WS-LR-CANT.
004200     WRITE RPT-DA-REG FROM WS-LINEA-RESUMEN.
004210     MOVE 'TOTAL SOLICITADO' TO WS-LT-ETIQUETA.
004220     MOVE WS-TOTAL-SOLICITADO TO WS-LT-IMPORTE.
004230     WRITE RPT-DA-REG FROM WS-LINEA-TOTAL.
004240     CLOSE SOCIOS.
004250     CLOSE DEBITO-SOL.
004260     CLOSE RPT-DA.
004270     OPEN EXTEND DEBITO-HIST.
004280     IF WS-FS-DAH = '35'
004290         OPEN OUTPUT DEBITO-HIST
004300     END-IF.
004310     IF WS-FS-DAH NOT = '00'
004320         MOVE 'DEBITO-HIST' TO WS-NOMBRE-ARCHIVO
004330         MOVE WS-FS-DAH TO WS-FS-COMUN
004340         PERFORM 9900-ABEND-ARCHIVO
004350     END-IF.
004360     MOVE WS-CTL-PERIODO TO DAH-PERIODO.
004370     MOVE WS-CTL-FECHA TO DAH-FECHA.
004380     MOVE WS-CONT-SOLICITADOS TO DAH-CANT.
004390     MOVE WS-TOTAL-SOLICITADO TO DAH-IMPORTE.
004400     WRITE DAH-REG.
004410     IF WS-FS-DAH NOT = '00'
004420         MOVE 'DEBITO-HIST' TO WS-NOMBRE-ARCHIVO
004430         MOVE WS-FS-DAH TO WS-FS-COMUN
004440         PERFORM 9900-ABEND-ARCHIVO
004450     END-IF.
004460     CLOSE DEBITO-HIST.
004470 9000-EXIT.
004480     EXIT.
004490*
004500*****************************************************************
004510 9900-ABEND-ARCHIVO.
004520*****************************************************************
004530     DISPLAY 'SOCDA01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004540     DISPLAY 'SOCDA01 - FILE STATUS = ' WS-FS-COMUN.
004550     MOVE 16 TO RETURN-CODE.
004560     STOP RUN.
004570*
004580 END PROGRAM SOCDA01.
