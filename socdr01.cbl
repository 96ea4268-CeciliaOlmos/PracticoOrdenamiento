000010*****************************************************************
000020* PROGRAM:     SOCDR01
000030* AUTHOR:      R. CASTRO
000040* INSTALLATION: DEPARTAMENTO DE SISTEMAS
000050* DATE-WRITTEN: 15/10/2026
000060* PURPOSE:     DIRECT-DEBIT REPLY MATCHER. READS THE REQUEST FILE
000070*              SOCDA01 SENT TO THE BANK (COPY DEBREG) AND THE
000080*              BANK'S REPLY (COPY DRPREG), PROVES EACH AGAINST
000090*              ITS OWN HEADER AND TRAILER, AND MATCHES EVERY
000100*              REPLY DETAIL TO THE REQUEST IT ANSWERS. ACCEPTED
000110*              DEBITS ARE WRITTEN AS BANK COLLECTION RECORDS
000120*              (COPY BNKREG) SO THEY POST THROUGH THE SAME
000130*              SOCBK01 / SOCMV01 PATH AS ANY OTHER BANK PAYMENT.
000140*              REFUSED DEBITS PRINT BY FILIAL WITH THE MEMBER'S
000150*              TELEPHONE AND THE BANK'S REASON CODE SO THE BRANCH
000160*              CAN CALL THE MEMBER, TOGETHER WITH REQUESTS THE
000170*              BANK NEVER ANSWERED, REPLIES NOBODY REQUESTED,
000180*              DUPLICATES AND AMOUNTS THAT DIFFER FROM THE
000190*              REQUEST. THE CONTROL PAGE PROVES THAT EVERY
000200*              REQUEST WAS ACCEPTED, REFUSED OR LEFT OPEN. EACH
000210*              PERIOD PROCESSED IS LOGGED ON SOCIODRH AND A
000220*              SECOND RUN FOR A LOGGED PERIOD IS REFUSED - THE
000230*              ACCEPTED DEBITS MUST NEVER POST TWICE.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   15/10/2026 RCA   INITIAL VERSION.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SOCDR01.
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
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SOC-COD
000430         ALTERNATE RECORD KEY IS SOC-NOM
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-FS-SOCIOS.
000460     SELECT FILIALES      ASSIGN TO FILIALES
000470         ORGANIZATION INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS FLM-COD
000500         FILE STATUS IS WS-FS-FILMAE.
000510     SELECT DEBITO-SOL    ASSIGN TO SOCIODEB
000520         ORGANIZATION LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-DEB.
000540     SELECT DEBITO-RSP    ASSIGN TO SOCIODRP
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-DRP.
000570     SELECT DEBITO-HIST   ASSIGN TO SOCIODRH
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-DRH.
000600     SELECT BANCO-ARC     ASSIGN TO BANCOARC
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-BNK.
000630     SELECT ARCH-SORT     ASSIGN TO "SORTWORK"
000640         FILE STATUS IS WS-FS-SORT.
000650     SELECT RPT-DR        ASSIGN TO RPTDR
000660         ORGANIZATION LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-RPTDR.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SOCIOS.
000720     COPY socreg.
000730*
000740 FD  FILIALES.
000750     COPY filreg.
000760*
000770 FD  DEBITO-SOL.
000780     COPY debreg.
000790*
000800 FD  DEBITO-RSP.
000810     COPY drpreg.
000820*
000830*    ONE RECORD PER PERIOD WHOSE REPLY WAS PROCESSED: THE PERIOD,
000840*    THE RUN DATE, AND THE COUNT AND TOTAL HANDED TO SOCBK01.
000850 FD  DEBITO-HIST.
000860 01  DRH-REG.
000870     03  DRH-PERIODO            PIC 9(06).
000880     03  DRH-FECHA              PIC 9(08).
000890     03  DRH-CANT               PIC 9(05).
000900     03  DRH-IMPORTE            PIC 9(09)V99.
000910*
000920 FD  BANCO-ARC.
000930     COPY bnkreg.
000940*
000950*    ONE SORT RECORD PER REQUEST ('1') AND PER REPLY DETAIL
000960*    ('2'), KEYED SO EACH REQUEST COMES JUST AHEAD OF ITS
000970*    REPLIES, BY FILIAL. A REPLY WHOSE CODE IS NOT NUMERIC OR NOT
000980*    ON THE MASTER SORTS UNDER FILIAL ZERO.
000990 SD  ARCH-SORT.
001000 01  DR-REG.
001010     03  DR-FILIAL              PIC 9(03).
001020     03  DR-COD                 PIC 9(06).
001030     03  DR-ORIGEN              PIC X(01).
001040         88  DR-SOLICITUD               VALUE '1'.
001050         88  DR-RESPUESTA               VALUE '2'.
001060     03  DR-SECUENCIA           PIC 9(07).
001070     03  DR-COD-BANCO           PIC X(06).
001080     03  DR-NOM                 PIC X(20).
001090     03  DR-TELEFONO            PIC X(15).
001100     03  DR-IMPORTE             PIC 9(08)V99.
001110     03  DR-IMP-VALIDO          PIC X(01).
001120         88  DR-IMPORTE-VALIDO          VALUE 'S'.
001130     03  DR-FECHA               PIC 9(08).
001140     03  DR-REFER               PIC X(10).
001150     03  DR-RESULTADO           PIC X(01).
001160         88  DR-ACEPTADO                VALUE 'A'.
001170         88  DR-RECHAZADO               VALUE 'R'.
001180     03  DR-MOTIVO              PIC X(03).
001190*
001200 FD  RPT-DR.
001210 01  RPT-DR-REG                 PIC X(132).
001220*
001230 WORKING-STORAGE SECTION.
001240     COPY filial.
001250*
001260 01  WS-SWITCHES.
001270     05  WS-SW-FIN-DEB          PIC X(01) VALUE 'N'.
001280         88  WS-FIN-DEB                 VALUE 'S'.
001290     05  WS-SW-FIN-DRP          PIC X(01) VALUE 'N'.
001300         88  WS-FIN-DRP                 VALUE 'S'.
001310     05  WS-SW-FIN-DRH          PIC X(01) VALUE 'N'.
001320         88  WS-FIN-DRH                 VALUE 'S'.
001330     05  WS-SW-FIN-SORT         PIC X(01) VALUE 'N'.
001340         88  WS-FIN-SORT                VALUE 'S'.
001350     05  WS-SW-FIN-FILMAE       PIC X(01) VALUE 'N'.
001360         88  WS-FIN-FILMAE              VALUE 'S'.
001370     05  WS-SW-CABECERA         PIC X(01) VALUE 'N'.
001380         88  WS-HAY-CABECERA            VALUE 'S'.
001390     05  WS-SW-TRAILER          PIC X(01) VALUE 'N'.
001400         88  WS-HAY-TRAILER             VALUE 'S'.
001410     05  WS-SW-HAY-GRUPO        PIC X(01) VALUE 'N'.
001420         88  WS-HAY-GRUPO               VALUE 'S'.
001430     05  WS-SW-ENC-FILIAL       PIC X(01) VALUE 'N'.
001440         88  WS-ENC-FILIAL-HECHO        VALUE 'S'.
001450     05  WS-SW-PENDIENTE        PIC X(01) VALUE 'N'.
001460         88  WS-HAY-PENDIENTE           VALUE 'S'.
001470*
001480 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
001490*
001500 01  WS-FS-FILMAE               PIC X(02) VALUE '00'.
001510*
001520 01  WS-FS-DEB                  PIC X(02) VALUE '00'.
001530*
001540 01  WS-FS-DRP                  PIC X(02) VALUE '00'.
001550*
001560 01  WS-FS-DRH                  PIC X(02) VALUE '00'.
001570*
001580 01  WS-FS-BNK                  PIC X(02) VALUE '00'.
001590*
001600 01  WS-FS-SORT                 PIC X(02) VALUE '00'.
001610*
001620 01  WS-FS-RPTDR                PIC X(02) VALUE '00'.
001630*
001640 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001650*
001660 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001670*
001680 01  WS-FECHA-HOY.
001690     05  WS-FH-ANIO             PIC 9(04).
001700     05  WS-FH-MES              PIC 9(02).
001710     05  WS-FH-DIA              PIC 9(02).
001720*
001730*    HEADER AND TRAILER OF THE REQUEST FILE, AND WHAT ITS DETAILS
001740*    ACTUALLY ADD UP TO.
001750 01  WS-SOLICITUD.
001760     05  WS-SOL-EMPRESA         PIC X(10) VALUE SPACES.
001770     05  WS-SOL-PERIODO         PIC 9(06) VALUE ZERO.
001780     05  WS-SOL-FECHA           PIC 9(08) VALUE ZERO.
001790     05  WS-SOL-T-CANT          PIC 9(07) VALUE ZERO.
001800     05  WS-SOL-T-IMPORTE       PIC 9(11)V99 VALUE ZERO.
001810     05  WS-SOL-CANT            PIC 9(07) VALUE ZERO.
001820     05  WS-SOL-IMPORTE         PIC 9(11)V99 VALUE ZERO.
001830*
001840*    TRAILER OF THE BANK'S REPLY, AND WHAT ITS DETAILS ACTUALLY
001850*    ADD UP TO. A DETAIL WITH AN UNREADABLE AMOUNT ADDS ZERO.
001860 01  WS-RESPUESTA.
001870     05  WS-RSP-T-CANT          PIC 9(07) VALUE ZERO.
001880     05  WS-RSP-T-IMPORTE       PIC 9(11)V99 VALUE ZERO.
001890     05  WS-RSP-CANT            PIC 9(07) VALUE ZERO.
001900     05  WS-RSP-IMPORTE         PIC 9(11)V99 VALUE ZERO.
001910*
001920 01  WS-SECUENCIA               PIC 9(07) VALUE ZERO.
001930*
001940*    THE REQUEST WAITING FOR ITS REPLY IN THE SORTED STREAM.
001950 01  WS-PENDIENTE.
001960     05  WS-PD-COD              PIC 9(06).
001970     05  WS-PD-COD-BANCO        PIC X(06).
001980     05  WS-PD-NOM              PIC X(20).
001990     05  WS-PD-TELEFONO         PIC X(15).
002000     05  WS-PD-IMPORTE          PIC 9(08)V99.
002010     05  WS-PD-REFER            PIC X(10).
002020*
002030 01  WS-ULT-COD-RESP            PIC 9(06) VALUE ZERO.
002040*
002050 01  WS-FILIAL-GRUPO            PIC 9(03) VALUE ZERO.
002060*
002070 01  WS-NOM-FILIAL              PIC X(15) VALUE SPACES.
002080*
002090 01  WS-MENSAJES.
002100     05  WS-MSG-SIN-FILIAL      PIC X(15) VALUE 'FILIAL INVALIDA'.
002110     05  WS-MSG-NO-EXISTE       PIC X(20)
002120         VALUE 'NO EXISTE EN MAESTRO'.
002130*
002140 01  WS-CONTADORES.
002150     05  WS-CONT-ACEPTADOS      PIC 9(05) VALUE ZERO.
002160     05  WS-CONT-RECHAZADOS     PIC 9(05) VALUE ZERO.
002170     05  WS-CONT-SIN-RESPUESTA  PIC 9(05) VALUE ZERO.
002180     05  WS-CONT-INVALIDAS      PIC 9(05) VALUE ZERO.
002190     05  WS-CONT-NO-SOLICIT     PIC 9(05) VALUE ZERO.
002200     05  WS-CONT-DUPLICADOS     PIC 9(05) VALUE ZERO.
002210     05  WS-CONT-DIFERENCIAS    PIC 9(05) VALUE ZERO.
002220     05  WS-CONT-LINEAS         PIC 9(05) VALUE ZERO.
002230*
002240*    EVERY REQUEST FALLS IN EXACTLY ONE OF THE FIRST FOUR TOTALS,
002250*    AT ITS REQUESTED AMOUNT. WS-TOTAL-ACREDITAR IS WHAT THE BANK
002260*    ACTUALLY DEBITED ON THE ACCEPTED ONES.
002270 01  WS-TOTALES.
002280     05  WS-TOTAL-ACEPTADO      PIC 9(11)V99 VALUE ZERO.
002290     05  WS-TOTAL-RECHAZADO     PIC 9(11)V99 VALUE ZERO.
002300     05  WS-TOTAL-SIN-RESPUESTA PIC 9(11)V99 VALUE ZERO.
002310     05  WS-TOTAL-INVALIDO      PIC 9(11)V99 VALUE ZERO.
002320     05  WS-TOTAL-ACREDITAR     PIC 9(11)V99 VALUE ZERO.
002330     05  WS-TOTAL-NO-SOLICIT    PIC 9(11)V99 VALUE ZERO.
002340     05  WS-TOTAL-DUPLICADO     PIC 9(11)V99 VALUE ZERO.
002350*
002360 01  WS-CUADRE-CANT             PIC 9(07) VALUE ZERO.
002370*
002380 01  WS-CUADRE-IMPORTE          PIC 9(11)V99 VALUE ZERO.
002390*
002400*****************************************************************
002410* BANK REFUSAL REASONS. A CODE NOT IN THE TABLE STILL PRINTS,
002420* AS MOTIVO NO CODIFICADO.
002430*****************************************************************
002440 01  WS-TABLA-MOTIVOS.
002450     05  FILLER                 PIC X(31)
002460         VALUE 'R02CUENTA CERRADA O SUSPENDIDA'.
002470     05  FILLER                 PIC X(31)
002480         VALUE 'R03CUENTA INEXISTENTE'.
002490     05  FILLER                 PIC X(31)
002500         VALUE 'R04NUMERO DE CUENTA INVALIDO'.
002510     05  FILLER                 PIC X(31)
002520         VALUE 'R08ORDEN DE NO PAGAR'.
002530     05  FILLER                 PIC X(31)
002540         VALUE 'R10FALTA DE FONDOS'.
002550     05  FILLER                 PIC X(31)
002560         VALUE 'R13SUCURSAL INEXISTENTE'.
002570     05  FILLER                 PIC X(31)
002580         VALUE 'R14IDENTIFICACION ERRONEA'.
002590     05  FILLER                 PIC X(31)
002600         VALUE 'R15BAJA DEL SERVICIO'.
002610     05  FILLER                 PIC X(31)
002620         VALUE 'R17ERROR DE FORMATO'.
002630     05  FILLER                 PIC X(31)
002640         VALUE 'R19IMPORTE ERRONEO'.
002650     05  FILLER                 PIC X(31)
002660         VALUE 'R24TRANSACCION DUPLICADA'.
002670     05  FILLER                 PIC X(31)
002680         VALUE 'R75FECHA INVALIDA'.
002690 01  WS-TABLA-MOTIVOS-R REDEFINES WS-TABLA-MOTIVOS.
002700     05  MOT-ENTRY              OCCURS 12 TIMES
002710                                INDEXED BY MOT-IDX.
002720         10  MOT-COD            PIC X(03).
002730         10  MOT-DESC           PIC X(28).
002740*
002750 01  WS-ENC-TITULO.
002760     05  FILLER                 PIC X(40)
002770         VALUE 'RESPUESTA DEBITO AUTOMATICO - PERIODO'.
002780     05  WS-ET-PERIODO          PIC 9(06).
002790     05  FILLER                 PIC X(11)
002800         VALUE '  EMPRESA '.
002810     05  WS-ET-EMPRESA          PIC X(10).
002820     05  FILLER                 PIC X(14)
002830         VALUE '  PROCESADO '.
002840     05  WS-ET-FECHA            PIC 9(08).
002850*
002860 01  WS-ENC-FILIAL.
002870     05  FILLER                 PIC X(08) VALUE 'FILIAL: '.
002880     05  WS-EF-NOM              PIC X(15).
002890*
002900 01  WS-ENC-COLUMNAS.
002910     05  FILLER                 PIC X(18) VALUE 'NOVEDAD'.
002920     05  FILLER                 PIC X(08) VALUE 'CODIGO'.
002930     05  FILLER                 PIC X(22) VALUE 'NOMBRE'.
002940     05  FILLER                 PIC X(17) VALUE 'TELEFONO'.
002950     05  FILLER                 PIC X(15) VALUE '   SOLICITADO'.
002960     05  FILLER                 PIC X(15) VALUE '     DEBITADO'.
002970     05  FILLER                 PIC X(04) VALUE 'MOT'.
002980     05  FILLER                 PIC X(11) VALUE 'DESCRIPCION'.
002990*
003000 01  WS-LINEA-DET.
003010     05  WS-LD-NOVEDAD          PIC X(16).
003020     05  FILLER                 PIC X(02) VALUE SPACES.
003030     05  WS-LD-COD              PIC X(06).
003040     05  FILLER                 PIC X(02) VALUE SPACES.
003050     05  WS-LD-NOM              PIC X(20).
003060     05  FILLER                 PIC X(02) VALUE SPACES.
003070     05  WS-LD-TELEFONO         PIC X(15).
003080     05  FILLER                 PIC X(02) VALUE SPACES.
003090     05  WS-LD-SOLICITADO       PIC ZZ,ZZZ,ZZ9.99 BLANK ZERO.
003100     05  FILLER                 PIC X(02) VALUE SPACES.
003110     05  WS-LD-DEBITADO         PIC ZZ,ZZZ,ZZ9.99 BLANK ZERO.
003120     05  FILLER                 PIC X(02) VALUE SPACES.
003130     05  WS-LD-MOTIVO           PIC X(03).
003140     05  FILLER                 PIC X(01) VALUE SPACES.
003150     05  WS-LD-DESC             PIC X(28).
003160*
003170 01  WS-LINEA-CONTROL.
003180     05  WS-LC-ETIQUETA         PIC X(32).
003190     05  WS-LC-CANT             PIC ZZZ,ZZ9.
003200     05  FILLER                 PIC X(03) VALUE SPACES.
003210     05  WS-LC-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003220*
003230 PROCEDURE DIVISION.
003240*****************************************************************
003250 0000-MAINLINE.
003260*****************************************************************
003270     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003280     PERFORM 3000-ORDENAR THRU 3000-EXIT.
003290     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003300     STOP RUN.
003310*
003320*****************************************************************
003330* 1000-INICIALIZAR PROVES BOTH FILES BEFORE ANYTHING IS WRITTEN
003340* - A REQUEST FILE OR A REPLY THAT DOES NOT AGREE WITH ITS OWN
003350* TRAILER, OR A REPLY FOR ANOTHER PERIOD OR COMPANY, STOPS THE
003360* RUN WITH NOTHING HANDED TO THE POSTING.
003370*****************************************************************
003380 1000-INICIALIZAR.
003390     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003400     PERFORM 1100-VERIFICAR-SOLICITUD THRU 1100-EXIT.
003410     PERFORM 1200-VERIFICAR-RESPUESTA THRU 1200-EXIT.
003420     PERFORM 1300-VERIFICAR-PERIODO THRU 1300-EXIT.
003430     PERFORM 1400-CARGAR-FILIALES THRU 1400-EXIT.
003440     OPEN OUTPUT BANCO-ARC.
003450     IF WS-FS-BNK NOT = '00'
003460         MOVE 'BANCO-ARC' TO WS-NOMBRE-ARCHIVO
003470         MOVE WS-FS-BNK TO WS-FS-COMUN
003480         PERFORM 9900-ABEND-ARCHIVO
003490     END-IF.
003500     OPEN OUTPUT RPT-DR.
003510     IF WS-FS-RPTDR NOT = '00'
003520         MOVE 'RPT-DR' TO WS-NOMBRE-ARCHIVO
003530         MOVE WS-FS-RPTDR TO WS-FS-COMUN
003540         PERFORM 9900-ABEND-ARCHIVO
003550     END-IF.
003560     MOVE WS-SOL-PERIODO TO WS-ET-PERIODO.
003570     MOVE WS-SOL-EMPRESA TO WS-ET-EMPRESA.
003580     MOVE WS-FECHA-HOY TO WS-ET-FECHA.
003590     WRITE RPT-DR-REG FROM WS-ENC-TITULO.
003600     MOVE 'DEBITOS RECHAZADOS Y NOVEDADES POR FILIAL'
003610         TO RPT-DR-REG.
003620     WRITE RPT-DR-REG.
003630 1000-EXIT.
003640     EXIT.
003650*
003660*****************************************************************
003670* 1100-VERIFICAR-SOLICITUD READS THE REQUEST FILE ONCE: ONE
003680* HEADER FIRST, DETAILS, ONE TRAILER LAST, AND THE DETAILS
003690* MUST ADD UP TO THE TRAILER.
003700*****************************************************************
003710 1100-VERIFICAR-SOLICITUD.
003720     OPEN INPUT DEBITO-SOL.
003730     IF WS-FS-DEB NOT = '00'
003740         MOVE 'DEBITO-SOL' TO WS-NOMBRE-ARCHIVO
003750         MOVE WS-FS-DEB TO WS-FS-COMUN
003760         PERFORM 9900-ABEND-ARCHIVO
003770     END-IF.
003780     MOVE 'N' TO WS-SW-CABECERA.
003790     MOVE 'N' TO WS-SW-TRAILER.
003800     PERFORM 1110-LEER-SOLICITUD THRU 1110-EXIT
003810         UNTIL WS-FIN-DEB.
003820     CLOSE DEBITO-SOL.
003830     IF NOT WS-HAY-CABECERA OR NOT WS-HAY-TRAILER
003840         DISPLAY 'SOCDR01 - ARCHIVO DE SOLICITUDES INCOMPLETO'
003850         MOVE 16 TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880     IF WS-SOL-CANT NOT = WS-SOL-T-CANT
003890        OR WS-SOL-IMPORTE NOT = WS-SOL-T-IMPORTE
003900         DISPLAY 'SOCDR01 - SOLICITUDES NO CUADRAN CON SU TRAILER'
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940 1100-EXIT.
003950     EXIT.
003960*
003970 1110-LEER-SOLICITUD.
003980     READ DEBITO-SOL
003990         AT END
004000             MOVE 'S' TO WS-SW-FIN-DEB
004010             GO TO 1110-EXIT
004020     END-READ.
004030     IF WS-HAY-TRAILER
004040         DISPLAY 'SOCDR01 - REGISTROS DESPUES DEL TRAILER'
004050             ' EN SOLICITUDES'
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     IF NOT WS-HAY-CABECERA AND NOT DEB-CABECERA
004100         DISPLAY 'SOCDR01 - SOLICITUDES SIN CABECERA'
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     EVALUATE TRUE
004150         WHEN DEB-CABECERA AND NOT WS-HAY-CABECERA
004160             MOVE 'S' TO WS-SW-CABECERA
004170             MOVE DEB-H-EMPRESA TO WS-SOL-EMPRESA
004180             MOVE DEB-H-PERIODO TO WS-SOL-PERIODO
004190             MOVE DEB-H-FECHA TO WS-SOL-FECHA
004200         WHEN DEB-DETALLE
004210             ADD 1 TO WS-SOL-CANT
004220             ADD DEB-IMPORTE TO WS-SOL-IMPORTE
004230         WHEN DEB-TRAILER
004240             MOVE 'S' TO WS-SW-TRAILER
004250             MOVE DEB-T-CANT TO WS-SOL-T-CANT
004260             MOVE DEB-T-IMPORTE TO WS-SOL-T-IMPORTE
004270         WHEN OTHER
004280             DISPLAY 'SOCDR01 - TIPO DE REGISTRO INVALIDO EN'
004290                 ' SOLICITUDES: ' DEB-TIPO
004300             MOVE 16 TO RETURN-CODE
004310             STOP RUN
004320     END-EVALUATE.
004330 1110-EXIT.
004340     EXIT.
004350*
004360*****************************************************************
004370* 1200-VERIFICAR-RESPUESTA READS THE BANK'S REPLY ONCE THE SAME
004380* WAY. ITS HEADER MUST NAME THE COMPANY AND PERIOD OF THE
004390* REQUEST FILE, AND ITS DETAILS MUST ADD UP TO ITS TRAILER - A
004400* SHORT OR MIXED-UP REPLY IS SENT BACK TO THE BANK, NOT POSTED.
004410*****************************************************************
004420 1200-VERIFICAR-RESPUESTA.
004430     OPEN INPUT DEBITO-RSP.
004440     IF WS-FS-DRP NOT = '00'
004450         MOVE 'DEBITO-RSP' TO WS-NOMBRE-ARCHIVO
004460         MOVE WS-FS-DRP TO WS-FS-COMUN
004470         PERFORM 9900-ABEND-ARCHIVO
004480     END-IF.
004490     MOVE 'N' TO WS-SW-CABECERA.
004500     MOVE 'N' TO WS-SW-TRAILER.
004510     PERFORM 1210-LEER-RESPUESTA THRU 1210-EXIT
004520         UNTIL WS-FIN-DRP.
004530     CLOSE DEBITO-RSP.
004540     IF NOT WS-HAY-CABECERA OR NOT WS-HAY-TRAILER
004550         DISPLAY 'SOCDR01 - RESPUESTA DEL BANCO INCOMPLETA'
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     IF WS-RSP-CANT NOT = WS-RSP-T-CANT
004600        OR WS-RSP-IMPORTE NOT = WS-RSP-T-IMPORTE
004610         DISPLAY 'SOCDR01 - RESPUESTA NO CUADRA CON SU TRAILER'
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650 1200-EXIT.
004660     EXIT.
004670*
004680 1210-LEER-RESPUESTA.
004690     READ DEBITO-RSP
004700         AT END
004710             MOVE 'S' TO WS-SW-FIN-DRP
004720             GO TO 1210-EXIT
004730     END-READ.
004740     IF WS-HAY-TRAILER
004750         DISPLAY 'SOCDR01 - REGISTROS DESPUES DEL TRAILER'
004760             ' EN LA RESPUESTA'
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     IF NOT WS-HAY-CABECERA AND NOT DRP-CABECERA
004810         DISPLAY 'SOCDR01 - RESPUESTA SIN CABECERA'
004820         MOVE 16 TO RETURN-CODE
004830         STOP RUN
004840     END-IF.
004850     EVALUATE TRUE
004860         WHEN DRP-CABECERA AND NOT WS-HAY-CABECERA
004870             MOVE 'S' TO WS-SW-CABECERA
004880             IF DRP-H-EMPRESA NOT = WS-SOL-EMPRESA
004890                OR DRP-H-PERIODO NOT NUMERIC
004900                OR DRP-H-PERIODO-NUM NOT = WS-SOL-PERIODO
004910                 DISPLAY 'SOCDR01 - RESPUESTA DE OTRA EMPRESA'
004920                     ' O PERIODO: ' DRP-H-EMPRESA ' '
004930                     DRP-H-PERIODO
004940                 MOVE 16 TO RETURN-CODE
004950                 STOP RUN
004960             END-IF
004970         WHEN DRP-DETALLE
004980             ADD 1 TO WS-RSP-CANT
004990             IF DRP-IMPORTE NUMERIC
005000                 ADD DRP-IMPORTE-NUM TO WS-RSP-IMPORTE
005010             END-IF
005020         WHEN DRP-TRAILER
005030             MOVE 'S' TO WS-SW-TRAILER
005040             IF DRP-T-CANT NOT NUMERIC
005050                OR DRP-T-IMPORTE NOT NUMERIC
005060                 DISPLAY 'SOCDR01 - TRAILER DE RESPUESTA ILEGIBLE'
005070                 MOVE 16 TO RETURN-CODE
005080                 STOP RUN
005090             END-IF
005100             MOVE DRP-T-CANT-NUM TO WS-RSP-T-CANT
005110             MOVE DRP-T-IMPORTE-NUM TO WS-RSP-T-IMPORTE
005120         WHEN OTHER
005130             DISPLAY 'SOCDR01 - TIPO DE REGISTRO INVALIDO EN LA'
005140                 ' RESPUESTA: ' DRP-TIPO
005150             MOVE 16 TO RETURN-CODE
005160             STOP RUN
005170     END-EVALUATE.
005180 1210-EXIT.
005190     EXIT.
005200*
005210*****************************************************************
005220* 1300-VERIFICAR-PERIODO READS THE REPLY LOG AND STOPS THE RUN
005230* IF THIS PERIOD'S REPLY WAS ALREADY PROCESSED - A SECOND RUN
005240* WOULD POST EVERY ACCEPTED DEBIT TWICE. NO LOG YET (FIRST
005250* RUN) IS NOT AN ERROR.
005260*****************************************************************
005270 1300-VERIFICAR-PERIODO.
005280     OPEN INPUT DEBITO-HIST.
005290     IF WS-FS-DRH = '35'
005300         GO TO 1300-EXIT
005310     END-IF.
005320     IF WS-FS-DRH NOT = '00'
005330         MOVE 'DEBITO-HIST' TO WS-NOMBRE-ARCHIVO
005340         MOVE WS-FS-DRH TO WS-FS-COMUN
005350         PERFORM 9900-ABEND-ARCHIVO
005360     END-IF.
005370     PERFORM 1310-LEER-HISTORIA THRU 1310-EXIT
005380         UNTIL WS-FIN-DRH.
005390     CLOSE DEBITO-HIST.
005400 1300-EXIT.
005410     EXIT.
005420*
005430 1310-LEER-HISTORIA.
005440     READ DEBITO-HIST
005450         AT END
005460             MOVE 'S' TO WS-SW-FIN-DRH
005470             GO TO 1310-EXIT
005480     END-READ.
005490     IF DRH-PERIODO = WS-SOL-PERIODO
005500         DISPLAY 'SOCDR01 - RESPUESTA DEL PERIODO ' WS-SOL-PERIODO
005510             ' YA PROCESADA EL ' DRH-FECHA
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550 1310-EXIT.
005560     EXIT.
005570*
005580*****************************************************************
005590* 1400-CARGAR-FILIALES LOADS THE IN-CORE BRANCH TABLE (COPY
005600* FILIAL) FROM THE INDEXED FILIALES MASTER FILE MAINTAINED BY
005610* FILMT01, SAME AS SOCORD01 DOES AT RUN START.
005620*****************************************************************
005630 1400-CARGAR-FILIALES.
005640     MOVE ZERO TO WS-FIL-CANT.
005650     OPEN INPUT FILIALES.
005660     IF WS-FS-FILMAE NOT = '00'
005670         MOVE 'FILIALES' TO WS-NOMBRE-ARCHIVO
005680         MOVE WS-FS-FILMAE TO WS-FS-COMUN
005690         PERFORM 9900-ABEND-ARCHIVO
005700     END-IF.
005710     PERFORM 1410-LEER-FILIAL THRU 1410-EXIT
005720         UNTIL WS-FIN-FILMAE.
005730     CLOSE FILIALES.
005740     IF WS-FIL-CANT = ZERO
005750         DISPLAY 'SOCDR01 - ARCHIVO FILIALES VACIO'
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790 1400-EXIT.
005800     EXIT.
005810*
005820 1410-LEER-FILIAL.
005830     READ FILIALES
005840         AT END
005850             MOVE 'S' TO WS-SW-FIN-FILMAE
005860             GO TO 1410-EXIT
005870     END-READ.
005880     IF WS-FIL-CANT >= WS-FIL-MAX
005890         DISPLAY 'SOCDR01 - TABLA DE FILIALES LLENA - MAX '
005900             WS-FIL-MAX
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940     ADD 1 TO WS-FIL-CANT.
005950     SET FIL-IDX TO WS-FIL-CANT.
005960     MOVE FLM-COD TO FIL-COD (FIL-IDX).
005970     MOVE FLM-NOM TO FIL-NOM (FIL-IDX).
005980     MOVE FLM-CTA-CONTABLE TO FIL-CTA-CONTABLE (FIL-IDX).
005990     MOVE FLM-CTA-CAJA TO FIL-CTA-CAJA (FIL-IDX).
006000 1410-EXIT.
006010     EXIT.
006020*
006030*****************************************************************
006040 3000-ORDENAR.
006050*****************************************************************
006060     SORT ARCH-SORT
006070         ASCENDING KEY DR-FILIAL
006080         ASCENDING KEY DR-COD
006090         ASCENDING KEY DR-ORIGEN
006100         ASCENDING KEY DR-SECUENCIA
006110         INPUT PROCEDURE 6000-PROCESO-ENTRADA THRU 6000-EXIT
006120         OUTPUT PROCEDURE 7000-PROCESO-SALIDA THRU 7000-EXIT.
006130     IF WS-FS-SORT NOT = '00'
006140         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
006150         MOVE WS-FS-SORT TO WS-FS-COMUN
006160         PERFORM 9900-ABEND-ARCHIVO
006170     END-IF.
006180 3000-EXIT.
006190     EXIT.
006200*
006210*****************************************************************
006220* PROCESO-ENTRADA - RELEASES EVERY REQUEST DETAIL AND EVERY
006230* REPLY DETAIL, EACH STAMPED WITH THE MEMBER'S FILIAL, NAME
006240* AND TELEPHONE FROM THE MASTER.
006250*****************************************************************
006260 6000-PROCESO-ENTRADA.
006270     OPEN INPUT SOCIOS.
006280     IF WS-FS-SOCIOS NOT = '00'
006290         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
006300         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
006310         PERFORM 9900-ABEND-ARCHIVO
006320     END-IF.
006330     OPEN INPUT DEBITO-SOL.
006340     IF WS-FS-DEB NOT = '00'
006350         MOVE 'DEBITO-SOL' TO WS-NOMBRE-ARCHIVO
006360         MOVE WS-FS-DEB TO WS-FS-COMUN
006370         PERFORM 9900-ABEND-ARCHIVO
006380     END-IF.
006390     OPEN INPUT DEBITO-RSP.
006400     IF WS-FS-DRP NOT = '00'
006410         MOVE 'DEBITO-RSP' TO WS-NOMBRE-ARCHIVO
006420         MOVE WS-FS-DRP TO WS-FS-COMUN
006430         PERFORM 9900-ABEND-ARCHIVO
006440     END-IF.
006450     MOVE 'N' TO WS-SW-FIN-DEB.
006460     MOVE 'N' TO WS-SW-FIN-DRP.
006470     PERFORM 6100-LIBERAR-SOLICITUD THRU 6100-EXIT
006480         UNTIL WS-FIN-DEB.
006490     PERFORM 6200-LIBERAR-RESPUESTA THRU 6200-EXIT
006500         UNTIL WS-FIN-DRP.
006510     CLOSE SOCIOS.
006520     CLOSE DEBITO-SOL.
006530     CLOSE DEBITO-RSP.
006540 6000-EXIT.
006550     EXIT.
006560*
006570 6100-LIBERAR-SOLICITUD.
006580     READ DEBITO-SOL
006590         AT END
006600             MOVE 'S' TO WS-SW-FIN-DEB
006610             GO TO 6100-EXIT
006620     END-READ.
006630     IF NOT DEB-DETALLE
006640         GO TO 6100-EXIT
006650     END-IF.
006660     MOVE SPACES TO DR-REG.
006670     MOVE '1' TO DR-ORIGEN.
006680     MOVE DEB-COD TO DR-COD.
006690     MOVE DEB-COD TO DR-COD-BANCO.
006700     MOVE DEB-IMPORTE TO DR-IMPORTE.
006710     MOVE 'S' TO DR-IMP-VALIDO.
006720     MOVE WS-SOL-FECHA TO DR-FECHA.
006730     MOVE DEB-REFER TO DR-REFER.
006740     PERFORM 6300-BUSCAR-SOCIO THRU 6300-EXIT.
006750     PERFORM 6400-LIBERAR THRU 6400-EXIT.
006760 6100-EXIT.
006770     EXIT.
006780*
006790*****************************************************************
006800* 6200-LIBERAR-RESPUESTA - A REPLY DETAIL WITH AN UNREADABLE
006810* MEMBER CODE CANNOT MATCH ANY REQUEST; IT IS RELEASED UNDER
006820* CODE AND FILIAL ZERO SO IT STILL PRINTS, WITH THE CODE AS THE
006830* BANK SENT IT. AN UNREADABLE AMOUNT OR DATE IS CARRIED AS ZERO.
006840*****************************************************************
006850 6200-LIBERAR-RESPUESTA.
006860     READ DEBITO-RSP
006870         AT END
006880             MOVE 'S' TO WS-SW-FIN-DRP
006890             GO TO 6200-EXIT
006900     END-READ.
006910     IF NOT DRP-DETALLE
006920         GO TO 6200-EXIT
006930     END-IF.
006940     MOVE SPACES TO DR-REG.
006950     MOVE '2' TO DR-ORIGEN.
006960     MOVE DRP-COD TO DR-COD-BANCO.
006970     IF DRP-IMPORTE NUMERIC
006980         MOVE DRP-IMPORTE-NUM TO DR-IMPORTE
006990         MOVE 'S' TO DR-IMP-VALIDO
007000     ELSE
007010         MOVE ZERO TO DR-IMPORTE
007020         MOVE 'N' TO DR-IMP-VALIDO
007030     END-IF.
007040     IF DRP-FECHA NUMERIC
007050         MOVE DRP-FECHA-NUM TO DR-FECHA
007060     ELSE
007070         MOVE ZERO TO DR-FECHA
007080     END-IF.
007090     MOVE DRP-REFER TO DR-REFER.
007100     MOVE DRP-RESULTADO TO DR-RESULTADO.
007110     MOVE DRP-MOTIVO TO DR-MOTIVO.
007120     IF DRP-COD NUMERIC AND DRP-COD-NUM NOT = ZERO
007130         MOVE DRP-COD-NUM TO DR-COD
007140         PERFORM 6300-BUSCAR-SOCIO THRU 6300-EXIT
007150     ELSE
007160         MOVE ZERO TO DR-COD
007170         MOVE ZERO TO DR-FILIAL
007180         MOVE WS-MSG-NO-EXISTE TO DR-NOM
007190     END-IF.
007200     PERFORM 6400-LIBERAR THRU 6400-EXIT.
007210 6200-EXIT.
007220     EXIT.
007230*
007240 6300-BUSCAR-SOCIO.
007250     MOVE DR-COD TO SOC-COD.
007260     READ SOCIOS
007270         INVALID KEY
007280             MOVE ZERO TO DR-FILIAL
007290             MOVE WS-MSG-NO-EXISTE TO DR-NOM
007300             MOVE SPACES TO DR-TELEFONO
007310             GO TO 6300-EXIT
007320     END-READ.
007330     MOVE SOC-FILIAL TO DR-FILIAL.
007340     MOVE SOC-NOM TO DR-NOM.
007350     MOVE SOC-TELEFONO TO DR-TELEFONO.
007360 6300-EXIT.
007370     EXIT.
007380*
007390 6400-LIBERAR.
007400     ADD 1 TO WS-SECUENCIA.
007410     MOVE WS-SECUENCIA TO DR-SECUENCIA.
007420     RELEASE DR-REG.
007430     IF WS-FS-SORT NOT = '00'
007440         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
007450         MOVE WS-FS-SORT TO WS-FS-COMUN
007460         PERFORM 9900-ABEND-ARCHIVO
007470     END-IF.
007480 6400-EXIT.
007490     EXIT.
007500*
007510*****************************************************************
007520* PROCESO-SALIDA - WALKS THE SORTED STREAM. EACH REQUEST IS HELD
007530* AS PENDING UNTIL ITS REPLY ARRIVES; A REQUEST STILL PENDING
007540* WHEN THE NEXT ONE OR A NEW FILIAL COMES UP WAS NEVER ANSWERED.
007550* A REPLY WITH NO PENDING REQUEST FOR ITS CODE IS EITHER A
007560* SECOND REPLY TO A REQUEST ALREADY ANSWERED (DUPLICADO) OR A
007570* DEBIT WE NEVER ASKED FOR (NO SOLICITADO) - NEITHER IS POSTED.
007580*****************************************************************
007590 7000-PROCESO-SALIDA.
007600     PERFORM 7100-DEVOLVER-REG THRU 7100-EXIT
007610         UNTIL WS-FIN-SORT.
007620     PERFORM 7150-LIQUIDAR-PENDIENTE THRU 7150-EXIT.
007630     IF WS-CONT-LINEAS = ZERO
007640         MOVE SPACES TO RPT-DR-REG
007650         WRITE RPT-DR-REG
007660         MOVE '  SIN RECHAZOS NI NOVEDADES' TO RPT-DR-REG
007670         WRITE RPT-DR-REG
007680     END-IF.
007690 7000-EXIT.
007700     EXIT.
007710*
007720 7100-DEVOLVER-REG.
007730     RETURN ARCH-SORT INTO DR-REG
007740         AT END
007750             MOVE 'S' TO WS-SW-FIN-SORT
007760             GO TO 7100-EXIT
007770     END-RETURN.
007780     IF WS-FS-SORT NOT = '00'
007790         MOVE 'ARCH-SORT' TO WS-NOMBRE-ARCHIVO
007800         MOVE WS-FS-SORT TO WS-FS-COMUN
007810         PERFORM 9900-ABEND-ARCHIVO
007820     END-IF.
007830     IF NOT WS-HAY-GRUPO OR DR-FILIAL NOT = WS-FILIAL-GRUPO
007840         PERFORM 7150-LIQUIDAR-PENDIENTE THRU 7150-EXIT
007850         MOVE 'S' TO WS-SW-HAY-GRUPO
007860         MOVE DR-FILIAL TO WS-FILIAL-GRUPO
007870         MOVE 'N' TO WS-SW-ENC-FILIAL
007880         MOVE ZERO TO WS-ULT-COD-RESP
007890     END-IF.
007900     IF DR-SOLICITUD
007910         PERFORM 7150-LIQUIDAR-PENDIENTE THRU 7150-EXIT
007920         MOVE 'S' TO WS-SW-PENDIENTE
007930         MOVE DR-COD TO WS-PD-COD
007940         MOVE DR-COD-BANCO TO WS-PD-COD-BANCO
007950         MOVE DR-NOM TO WS-PD-NOM
007960         MOVE DR-TELEFONO TO WS-PD-TELEFONO
007970         MOVE DR-IMPORTE TO WS-PD-IMPORTE
007980         MOVE DR-REFER TO WS-PD-REFER
007990         GO TO 7100-EXIT
008000     END-IF.
008010     IF WS-HAY-PENDIENTE AND DR-COD NOT = ZERO
008020        AND DR-COD = WS-PD-COD
008030         PERFORM 7400-APLICAR-RESPUESTA THRU 7400-EXIT
008040         MOVE 'N' TO WS-SW-PENDIENTE
008050         MOVE DR-COD TO WS-ULT-COD-RESP
008060         GO TO 7100-EXIT
008070     END-IF.
008080     PERFORM 7450-CARGAR-LINEA-RESP THRU 7450-EXIT.
008090     IF DR-COD NOT = ZERO AND DR-COD = WS-ULT-COD-RESP
008100         ADD 1 TO WS-CONT-DUPLICADOS
008110         ADD DR-IMPORTE TO WS-TOTAL-DUPLICADO
008120         MOVE 'DUPLICADO' TO WS-LD-NOVEDAD
008130         MOVE 'RESPUESTA REPETIDA - NO SE ACREDITA' TO WS-LD-DESC
008140     ELSE
008150         ADD 1 TO WS-CONT-NO-SOLICIT
008160         ADD DR-IMPORTE TO WS-TOTAL-NO-SOLICIT
008170         MOVE 'NO SOLICITADO' TO WS-LD-NOVEDAD
008180         MOVE 'SIN SOLICITUD - NO SE ACREDITA' TO WS-LD-DESC
008190     END-IF.
008200     PERFORM 7500-IMPRIMIR-LINEA THRU 7500-EXIT.
008210 7100-EXIT.
008220     EXIT.
008230*
008240*****************************************************************
008250* 7150-LIQUIDAR-PENDIENTE CLOSES OFF A REQUEST THE BANK NEVER
008260* ANSWERED. THE MEMBER STILL OWES THE AMOUNT AND NOTHING POSTS.
008270*****************************************************************
008280 7150-LIQUIDAR-PENDIENTE.
008290     IF NOT WS-HAY-PENDIENTE
008300         GO TO 7150-EXIT
008310     END-IF.
008320     MOVE 'N' TO WS-SW-PENDIENTE.
008330     ADD 1 TO WS-CONT-SIN-RESPUESTA.
008340     ADD WS-PD-IMPORTE TO WS-TOTAL-SIN-RESPUESTA.
008350     PERFORM 7460-CARGAR-LINEA-PEND THRU 7460-EXIT.
008360     MOVE 'SIN RESPUESTA' TO WS-LD-NOVEDAD.
008370     MOVE 'EL BANCO NO INFORMO RESULTADO' TO WS-LD-DESC.
008380     PERFORM 7500-IMPRIMIR-LINEA THRU 7500-EXIT.
008390 7150-EXIT.
008400     EXIT.
008410*
008420*****************************************************************
008430* 7400-APLICAR-RESPUESTA - THE REPLY ANSWERS THE PENDING
008440* REQUEST. ACCEPTED WITH A READABLE AMOUNT: HANDED TO SOCBK01
008450* FOR POSTING, FLAGGED WHEN THE BANK DEBITED OTHER THAN WHAT
008460* WAS ASKED (THE MONEY IS TAKEN, SO THE BANK'S AMOUNT POSTS).
008470* REFUSED: PRINTED WITH THE BANK'S REASON. ANYTHING ELSE IS AN
008480* INVALID REPLY AND IS LEFT FOR THE BANK TO CORRECT.
008490*****************************************************************
008500 7400-APLICAR-RESPUESTA.
008510     PERFORM 7460-CARGAR-LINEA-PEND THRU 7460-EXIT.
008520     MOVE DR-IMPORTE TO WS-LD-DEBITADO.
008530     MOVE DR-MOTIVO TO WS-LD-MOTIVO.
008540     IF DR-ACEPTADO AND DR-IMPORTE-VALIDO AND DR-IMPORTE > ZERO
008550         PERFORM 7410-GRABAR-COBRANZA THRU 7410-EXIT
008560         GO TO 7400-EXIT
008570     END-IF.
008580     IF DR-RECHAZADO
008590         ADD 1 TO WS-CONT-RECHAZADOS
008600         ADD WS-PD-IMPORTE TO WS-TOTAL-RECHAZADO
008610         MOVE 'RECHAZADO' TO WS-LD-NOVEDAD
008620         PERFORM 7600-BUSCAR-MOTIVO THRU 7600-EXIT
008630         PERFORM 7500-IMPRIMIR-LINEA THRU 7500-EXIT
008640         GO TO 7400-EXIT
008650     END-IF.
008660     ADD 1 TO WS-CONT-INVALIDAS.
008670     ADD WS-PD-IMPORTE TO WS-TOTAL-INVALIDO.
008680     MOVE 'RESP. INVALIDA' TO WS-LD-NOVEDAD.
008690     IF DR-ACEPTADO
008700         MOVE 'ACEPTADO CON IMPORTE ILEGIBLE' TO WS-LD-DESC
008710     ELSE
008720         MOVE 'RESULTADO DESCONOCIDO' TO WS-LD-DESC
008730     END-IF.
008740     PERFORM 7500-IMPRIMIR-LINEA THRU 7500-EXIT.
008750 7400-EXIT.
008760     EXIT.
008770*
008780*****************************************************************
008790* 7410-GRABAR-COBRANZA WRITES THE ACCEPTED DEBIT AS A BANK
008800* COLLECTION RECORD, DATED THE DAY THE BANK TOOK IT (THE
008810* REQUESTED DEBIT DATE WHEN THE REPLY CARRIES NONE) AND WITH
008820* OUR OWN REFERENCE, FOR THE SOCBK01 STEP THAT FOLLOWS.
008830*****************************************************************
008840 7410-GRABAR-COBRANZA.
008850     MOVE DR-COD TO BNK-COD-NUM.
008860     MOVE DR-IMPORTE TO BNK-IMPORTE-NUM.
008870     IF DR-FECHA NOT = ZERO
008880         MOVE DR-FECHA TO BNK-FECHA
008890     ELSE
008900         MOVE WS-SOL-FECHA TO BNK-FECHA
008910     END-IF.
008920     MOVE WS-PD-REFER TO BNK-REFER.
008930     WRITE BNK-REG.
008940     IF WS-FS-BNK NOT = '00'
008950         MOVE 'BANCO-ARC' TO WS-NOMBRE-ARCHIVO
008960         MOVE WS-FS-BNK TO WS-FS-COMUN
008970         PERFORM 9900-ABEND-ARCHIVO
008980     END-IF.
008990     ADD 1 TO WS-CONT-ACEPTADOS.
009000     ADD WS-PD-IMPORTE TO WS-TOTAL-ACEPTADO.
009010     ADD DR-IMPORTE TO WS-TOTAL-ACREDITAR.
009020     IF DR-IMPORTE NOT = WS-PD-IMPORTE
009030         ADD 1 TO WS-CONT-DIFERENCIAS
009040         MOVE 'IMPORTE DISTINTO' TO WS-LD-NOVEDAD
009050         MOVE 'ACREDITADO LO DEBITADO' TO WS-LD-DESC
009060         PERFORM 7500-IMPRIMIR-LINEA THRU 7500-EXIT
009070     END-IF.
009080 7410-EXIT.
009090     EXIT.
009100*
009110 7450-CARGAR-LINEA-RESP.
009120     MOVE SPACES TO WS-LINEA-DET.
009130     MOVE DR-COD-BANCO TO WS-LD-COD.
009140     MOVE DR-NOM TO WS-LD-NOM.
009150     MOVE DR-TELEFONO TO WS-LD-TELEFONO.
009160     MOVE ZERO TO WS-LD-SOLICITADO.
009170     MOVE DR-IMPORTE TO WS-LD-DEBITADO.
009180     MOVE DR-MOTIVO TO WS-LD-MOTIVO.
009190 7450-EXIT.
009200     EXIT.
009210*
009220 7460-CARGAR-LINEA-PEND.
009230     MOVE SPACES TO WS-LINEA-DET.
009240     MOVE WS-PD-COD-BANCO TO WS-LD-COD.
009250     MOVE WS-PD-NOM TO WS-LD-NOM.
009260     MOVE WS-PD-TELEFONO TO WS-LD-TELEFONO.
009270     MOVE WS-PD-IMPORTE TO WS-LD-SOLICITADO.
009280     MOVE ZERO TO WS-LD-DEBITADO.
009290 7460-EXIT.
009300     EXIT.
009310*
009320*****************************************************************
009330* 7500-IMPRIMIR-LINEA PRINTS ONE NOVELTY, HEADING THE FILIAL THE
009340* FIRST TIME ONE PRINTS UNDER IT - A FILIAL WITH NOTHING TO
009350* CALL ABOUT TAKES NO SPACE ON THE REPORT.
009360*****************************************************************
009370 7500-IMPRIMIR-LINEA.
009380     IF NOT WS-ENC-FILIAL-HECHO
009390         PERFORM 7550-ENCABEZAR-FILIAL THRU 7550-EXIT
009400     END-IF.
009410     WRITE RPT-DR-REG FROM WS-LINEA-DET.
009420     ADD 1 TO WS-CONT-LINEAS.
009430 7500-EXIT.
009440     EXIT.
009450*
009460 7550-ENCABEZAR-FILIAL.
009470     MOVE 'S' TO WS-SW-ENC-FILIAL.
009480     MOVE WS-MSG-SIN-FILIAL TO WS-NOM-FILIAL.
009490     SET FIL-IDX TO 1.
009500     SEARCH FIL-ENTRY
009510         AT END
009520             CONTINUE
009530         WHEN FIL-COD (FIL-IDX) = WS-FILIAL-GRUPO
009540             MOVE FIL-NOM (FIL-IDX) TO WS-NOM-FILIAL
009550     END-SEARCH.
009560     MOVE SPACES TO RPT-DR-REG.
009570     WRITE RPT-DR-REG.
009580     MOVE WS-NOM-FILIAL TO WS-EF-NOM.
009590     WRITE RPT-DR-REG FROM WS-ENC-FILIAL.
009600     WRITE RPT-DR-REG FROM WS-ENC-COLUMNAS.
009610 7550-EXIT.
009620     EXIT.
009630*
009640 7600-BUSCAR-MOTIVO.
009650     MOVE 'MOTIVO NO CODIFICADO' TO WS-LD-DESC.
009660     SET MOT-IDX TO 1.
009670     SEARCH MOT-ENTRY
009680         AT END
009690             CONTINUE
009700         WHEN MOT-COD (MOT-IDX) = DR-MOTIVO
009710             MOVE MOT-DESC (MOT-IDX) TO WS-LD-DESC
009720     END-SEARCH.
009730 7600-EXIT.
009740     EXIT.
009750*
009760*****************************************************************
009770* 9000-FINALIZAR PRINTS THE CONTROL PAGE. EVERY REQUEST MUST BE
009780* ACCEPTED, REFUSED, UNANSWERED OR INVALID - THE FOUR MUST ADD
009790* BACK TO THE REQUEST FILE'S TRAILER, OR THE RUN ENDS WITH A
009800* NONZERO RETURN CODE AND THE POSTING STEPS DO NOT RUN. ONLY A
009810* RUN THAT PROVES OUT LOGS ITS PERIOD ON SOCIODRH.
009820*****************************************************************
009830 9000-FINALIZAR.
009840     MOVE SPACES TO RPT-DR-REG.
009850     WRITE RPT-DR-REG.
009860     MOVE 'CONTROL DE LA RESPUESTA' TO RPT-DR-REG.
009870     WRITE RPT-DR-REG.
009880     MOVE 'DEBITOS SOLICITADOS' TO WS-LC-ETIQUETA.
009890     MOVE WS-SOL-T-CANT TO WS-LC-CANT.
009900     MOVE WS-SOL-T-IMPORTE TO WS-LC-IMPORTE.
009910     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
009920     MOVE '  ACEPTADOS' TO WS-LC-ETIQUETA.
009930     MOVE WS-CONT-ACEPTADOS TO WS-LC-CANT.
009940     MOVE WS-TOTAL-ACEPTADO TO WS-LC-IMPORTE.
009950     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
009960     MOVE '  RECHAZADOS' TO WS-LC-ETIQUETA.
009970     MOVE WS-CONT-RECHAZADOS TO WS-LC-CANT.
009980     MOVE WS-TOTAL-RECHAZADO TO WS-LC-IMPORTE.
009990     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010000     MOVE '  SIN RESPUESTA' TO WS-LC-ETIQUETA.
010010     MOVE WS-CONT-SIN-RESPUESTA TO WS-LC-CANT.
010020     MOVE WS-TOTAL-SIN-RESPUESTA TO WS-LC-IMPORTE.
010030     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010040     MOVE '  RESPUESTA INVALIDA' TO WS-LC-ETIQUETA.
010050     MOVE WS-CONT-INVALIDAS TO WS-LC-CANT.
010060     MOVE WS-TOTAL-INVALIDO TO WS-LC-IMPORTE.
010070     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010080     COMPUTE WS-CUADRE-CANT = WS-CONT-ACEPTADOS
010090         + WS-CONT-RECHAZADOS + WS-CONT-SIN-RESPUESTA
010100         + WS-CONT-INVALIDAS.
010110     COMPUTE WS-CUADRE-IMPORTE = WS-TOTAL-ACEPTADO
010120         + WS-TOTAL-RECHAZADO + WS-TOTAL-SIN-RESPUESTA
010130         + WS-TOTAL-INVALIDO.
010140     IF WS-CUADRE-CANT = WS-SOL-T-CANT
010150        AND WS-CUADRE-IMPORTE = WS-SOL-T-IMPORTE
010160         MOVE 'CUADRE DE SOLICITUDES OK' TO RPT-DR-REG
010170     ELSE
010180         MOVE 'CUADRE DE SOLICITUDES CON DIFERENCIAS - REVISAR'
010190             TO RPT-DR-REG
010200         MOVE 16 TO RETURN-CODE
010210     END-IF.
010220     WRITE RPT-DR-REG.
010230     MOVE SPACES TO RPT-DR-REG.
010240     WRITE RPT-DR-REG.
010250     MOVE 'DETALLES EN LA RESPUESTA' TO WS-LC-ETIQUETA.
010260     MOVE WS-RSP-T-CANT TO WS-LC-CANT.
010270     MOVE WS-RSP-T-IMPORTE TO WS-LC-IMPORTE.
010280     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010290     MOVE '  NO SOLICITADOS' TO WS-LC-ETIQUETA.
010300     MOVE WS-CONT-NO-SOLICIT TO WS-LC-CANT.
010310     MOVE WS-TOTAL-NO-SOLICIT TO WS-LC-IMPORTE.
010320     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010330     MOVE '  DUPLICADOS' TO WS-LC-ETIQUETA.
010340     MOVE WS-CONT-DUPLICADOS TO WS-LC-CANT.
010350     MOVE WS-TOTAL-DUPLICADO TO WS-LC-IMPORTE.
010360     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010370     MOVE '  ACEPTADOS CON IMPORTE DISTINTO' TO WS-LC-ETIQUETA.
010380     MOVE WS-CONT-DIFERENCIAS TO WS-LC-CANT.
010390     MOVE ZERO TO WS-LC-IMPORTE.
010400     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010410     MOVE 'A ACREDITAR VIA SOCBK01' TO WS-LC-ETIQUETA.
010420     MOVE WS-CONT-ACEPTADOS TO WS-LC-CANT.
010430     MOVE WS-TOTAL-ACREDITAR TO WS-LC-IMPORTE.
010440     WRITE RPT-DR-REG FROM WS-LINEA-CONTROL.
010450     CLOSE BANCO-ARC.
010460     CLOSE RPT-DR.
010470     IF RETURN-CODE NOT = ZERO
010480         GO TO 9000-EXIT
010490     END-IF.
010500     OPEN EXTEND DEBITO-HIST.
010510     IF WS-FS-DRH = '35'
010520         OPEN OUTPUT DEBITO-HIST
010530     END-IF.
010540     IF WS-FS-DRH NOT = '00'
010550         MOVE 'DEBITO-HIST' TO WS-NOMBRE-ARCHIVO
010560         MOVE WS-FS-DRH TO WS-FS-COMUN
010570         PERFORM 9900-ABEND-ARCHIVO
010580     END-IF.
010590     MOVE WS-SOL-PERIODO TO DRH-PERIODO.
010600     MOVE WS-FECHA-HOY TO DRH-FECHA.
010610     MOVE WS-CONT-ACEPTADOS TO DRH-CANT.
010620     MOVE WS-TOTAL-ACREDITAR TO DRH-IMPORTE.
010630     WRITE DRH-REG.
010640     IF WS-FS-DRH NOT = '00'
010650         MOVE 'DEBITO-HIST' TO WS-NOMBRE-ARCHIVO
010660         MOVE WS-FS-DRH TO WS-FS-COMUN
010670         PERFORM 9900-ABEND-ARCHIVO
010680     END-IF.
010690     CLOSE DEBITO-HIST.
010700 9000-EXIT.
010710     EXIT.
010720*
010730*****************************************************************
010740 9900-ABEND-ARCHIVO.
010750*****************************************************************
010760     DISPLAY 'SOCDR01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
010770     DISPLAY 'SOCDR01 - FILE STATUS = ' WS-FS-COMUN.
010780     MOVE 16 TO RETURN-CODE.
010790     STOP RUN.
010800*
010810 END PROGRAM SOCDR01.
