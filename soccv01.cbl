000320*   03/09/2026 RCA   NEW ADDRESS AND CONTACT FIELDS INITIALIZE
000330*                    TO SPACE ON BOTH REBUILT FILES - SAME
000340*                    BACKFILL AS THE CATEGORY.
000350*   15/10/2026 RCA   CONVERTED HISTORY RECORDS CARRY A ZERO
000360*                    MOVEMENT NUMBER AND NO REVERSAL REFERENCE -
000370*                    THEY PREDATE THE NUMBERING.
000380*   15/10/2026 RCA   NEW SOC-ESTADO / HST-ESTADO START AS ACTIVO
000390*                    WITH A ZERO STATUS DATE - THE NIGHTLY STATUS
000400*                    EVALUATION SUSPENDS ANY DEBTOR ON ITS FIRST
000410*                    RUN.
000420*   15/10/2026 RCA   CONVERTED MEMBERS AND ARCHIVE RECORDS START
000430*                    WITHOUT A DIRECT-DEBIT ENROLLMENT.
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. SOCCV01.
000470 AUTHOR. R. CASTRO.
000480 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000490 DATE-WRITTEN. 22/08/2026.
000500 DATE-COMPILED.
000510*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SOCIOS-ANT    ASSIGN TO SOCIOANT
000560         ORGANIZATION INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS VIE-COD
000590         FILE STATUS IS WS-FS-ANT.
000600     SELECT SOCIOS-NVO    ASSIGN TO SOCIONVO
000610         ORGANIZATION INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS SOC-COD
000640         ALTERNATE RECORD KEY IS SOC-NOM
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-FS-NVO.
000670     SELECT CKPT-ANT      ASSIGN TO SOCIOCKA
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-CKA.
000700     SELECT CKPT-NVO      ASSIGN TO SOCIOCKN
000710         ORGANIZATION LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-CKN.
000730     SELECT MOVH-ANT      ASSIGN TO SOCIOMVA
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-MVA.
000760     SELECT MOVH-NVO      ASSIGN TO SOCIOMVN
000770         ORGANIZATION LINE SEQUENTIAL
000780         FILE STATUS IS WS-FS-MVN.
000790     SELECT HIST-ANT      ASSIGN TO SOCIOHSA
000800         ORGANIZATION LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-HSA.
000820     SELECT HIST-NVO      ASSIGN TO SOCIOHSN
000830         ORGANIZATION LINE SEQUENTIAL
000840         FILE STATUS IS WS-FS-HSN.
000850     SELECT RPT-CV        ASSIGN TO RPTCV
000860         ORGANIZATION LINE SEQUENTIAL
000870         FILE STATUS IS WS-FS-RPTCV.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SOCIOS-ANT.
000920 01  VIE-REG.
000930     03  VIE-COD                PIC 9(04).
000940     03  VIE-NOM                PIC X(20).
000950     03  VIE-SALDO              PIC S9(8)V99.
000960     03  VIE-FILIAL             PIC 9(03).
000970*
000980 FD  SOCIOS-NVO.
000990     COPY socreg.
001000*
001010 FD  CKPT-ANT.
001020 01  VCK-REG.
001030     03  VCK-COD                PIC 9(04).
001040*
001050 FD  CKPT-NVO.
001060 01  NCK-REG.
001070     03  NCK-COD                PIC 9(06).
001080*
001090 FD  MOVH-ANT.
001100 01  VHI-REG.
001110     03  VHI-COD                PIC 9(04).
001120     03  VHI-TIPO               PIC X(01).
001130     03  VHI-IMPORTE            PIC S9(8)V99.
001140     03  VHI-FECHA              PIC 9(08).
001150     03  VHI-FILIAL             PIC 9(03).
001160     03  VHI-CAJERO             PIC X(06).
001170     03  VHI-FEC-PROCESO        PIC 9(08).
001180*
001190 FD  MOVH-NVO.
001200     COPY movhist.
001210*
001220 FD  HIST-ANT.
001230 01  VHS-REG.
001240     03  VHS-COD                PIC 9(04).
001250     03  VHS-NOM                PIC X(20).
001260     03  VHS-SALDO              PIC S9(8)V99.
001270     03  VHS-FILIAL             PIC 9(03).
001280     03  VHS-FEC-ALTA           PIC 9(08).
001290     03  VHS-FEC-ULT-PAGO       PIC 9(08).
001300     03  VHS-FEC-BAJA           PIC 9(08).
001310     03  VHS-JOBID              PIC X(08).
001320*
001330 FD  HIST-NVO.
001340     COPY sochist.
001350*
001360 FD  RPT-CV.
001370 01  RPT-CV-REG                 PIC X(60).
001380*
001390 WORKING-STORAGE SECTION.
001400 01  WS-SWITCHES.
001410     05  WS-SW-FIN-ARCH         PIC X(01) VALUE 'N'.
001420         88  WS-FIN-ARCH                VALUE 'S'.
001430*
001440 01  WS-FS-ANT                  PIC X(02) VALUE '00'.
001450*
001460 01  WS-FS-NVO                  PIC X(02) VALUE '00'.
001470*
001480 01  WS-FS-CKA                  PIC X(02) VALUE '00'.
001490*
001500 01  WS-FS-CKN                  PIC X(02) VALUE '00'.
001510*
001520 01  WS-FS-MVA                  PIC X(02) VALUE '00'.
001530*
001540 01  WS-FS-MVN                  PIC X(02) VALUE '00'.
001550*
001560 01  WS-FS-HSA                  PIC X(02) VALUE '00'.
001570*
001580 01  WS-FS-HSN                  PIC X(02) VALUE '00'.
001590*
001600 01  WS-FS-RPTCV                PIC X(02) VALUE '00'.
001610*
001620 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
001630*
001640 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001650*
001660 01  WS-CONT-ARCH               PIC 9(06) VALUE ZERO.
001670*
001680 01  WS-LINEA-RESUMEN.
001690     05  WS-LR-ETIQUETA         PIC X(30).
001700     05  WS-LR-CANT             PIC ZZZ,ZZ9.
001710*
001720 PROCEDURE DIVISION.
001730*****************************************************************
001740 0000-MAINLINE.
001750*****************************************************************
001760     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001770     PERFORM 2000-CONVERTIR-SOCIOS THRU 2000-EXIT.
001780     PERFORM 3000-CONVERTIR-CKPT THRU 3000-EXIT.
001790     PERFORM 4000-CONVERTIR-MOVHIST THRU 4000-EXIT.
001800     PERFORM 5000-CONVERTIR-BAJAS THRU 5000-EXIT.
001810     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001820     STOP RUN.
001830*
001840*****************************************************************
001850 1000-INICIALIZAR.
001860*****************************************************************
001870     OPEN OUTPUT RPT-CV.
001880     IF WS-FS-RPTCV NOT = '00'
001890         MOVE 'RPT-CV' TO WS-NOMBRE-ARCHIVO
001900         MOVE WS-FS-RPTCV TO WS-FS-COMUN
001910         PERFORM 9900-ABEND-ARCHIVO
001920     END-IF.
001930     MOVE 'CONVERSION DE CODIGO DE SOCIO A SEIS DIGITOS'
001940         TO RPT-CV-REG.
001950     WRITE RPT-CV-REG.
001960     MOVE SPACES TO RPT-CV-REG.
001970     WRITE RPT-CV-REG.
001980 1000-EXIT.
001990     EXIT.
002000*
002010*****************************************************************
002020* 2000-CONVERTIR-SOCIOS REBUILDS THE MASTER. THE OLD FILE IS
002030* READ IN KEY ORDER, SO THE WIDENED KEYS ALSO ARRIVE IN ORDER
002040* AND THE NEW INDEXED FILE LOADS SEQUENTIALLY.
002050*****************************************************************
002060 2000-CONVERTIR-SOCIOS.
002070     OPEN INPUT SOCIOS-ANT.
002080     IF WS-FS-ANT NOT = '00'
002090         MOVE 'SOCIOS-ANT' TO WS-NOMBRE-ARCHIVO
002100         MOVE WS-FS-ANT TO WS-FS-COMUN
002110         PERFORM 9900-ABEND-ARCHIVO
002120     END-IF.
002130     OPEN OUTPUT SOCIOS-NVO.
002140     IF WS-FS-NVO NOT = '00'
002150         MOVE 'SOCIOS-NVO' TO WS-NOMBRE-ARCHIVO
002160         MOVE WS-FS-NVO TO WS-FS-COMUN
002170         PERFORM 9900-ABEND-ARCHIVO
002180     END-IF.
002190     MOVE ZERO TO WS-CONT-ARCH.
002200     MOVE 'N' TO WS-SW-FIN-ARCH.
002210     PERFORM 2010-COPIAR-SOCIO THRU 2010-EXIT
002220         UNTIL WS-FIN-ARCH.
002230     CLOSE SOCIOS-ANT.
002240     CLOSE SOCIOS-NVO.
002250     MOVE 'SOCIOS CONVERTIDOS' TO WS-LR-ETIQUETA.
002260     MOVE WS-CONT-ARCH TO WS-LR-CANT.
002270     WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN.
002280 2000-EXIT.
002290     EXIT.
002300*
002310 2010-COPIAR-SOCIO.
002320     READ SOCIOS-ANT
002330         AT END
002340             MOVE 'S' TO WS-SW-FIN-ARCH
002350             GO TO 2010-EXIT
002360     END-READ.
002370     MOVE VIE-COD TO SOC-COD.
002380     MOVE VIE-NOM TO SOC-NOM.
002390     MOVE VIE-SALDO TO SOC-SALDO.
002400     MOVE VIE-FILIAL TO SOC-FILIAL.
002410     MOVE ZERO TO SOC-FEC-ALTA.
002420     MOVE ZERO TO SOC-FEC-ULT-PAGO.
002430     MOVE SPACE TO SOC-CATEGORIA.
002440     MOVE SPACES TO SOC-DOMICILIO.
002450     MOVE SPACES TO SOC-LOCALIDAD.
002460     MOVE SPACES TO SOC-TELEFONO.
002470     MOVE 'A' TO SOC-ESTADO.
002480     MOVE ZERO TO SOC-FEC-ESTADO.
002490     MOVE 'N' TO SOC-DEBITO.
002500     MOVE SPACES TO SOC-CBU.
002510     MOVE ZERO TO SOC-FEC-DEBITO.
002520     WRITE SOC-REG
002530         INVALID KEY
002540             MOVE 'SOCIOS-NVO' TO WS-NOMBRE-ARCHIVO
002550             MOVE WS-FS-NVO TO WS-FS-COMUN
002560             PERFORM 9900-ABEND-ARCHIVO
002570     END-WRITE.
002580     ADD 1 TO WS-CONT-ARCH.
002590 2010-EXIT.
002600     EXIT.
002610*
002620*****************************************************************
002630* 3000-CONVERTIR-CKPT CARRIES THE SORT CHECKPOINT TRAIL ACROSS
002640* SO AN INTERRUPTED RUN CAN STILL RESTART AFTER THE CUTOVER.
002650* NO TRAIL ON CATALOG JUST MEANS NO RUN WAS IN FLIGHT.
002660*****************************************************************
002670 3000-CONVERTIR-CKPT.
002680     OPEN INPUT CKPT-ANT.
002690     IF WS-FS-CKA = '35'
002700         MOVE 'CHECKPOINT NO PRESENTE' TO WS-LR-ETIQUETA
002710         MOVE ZERO TO WS-LR-CANT
002720         WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN
002730         GO TO 3000-EXIT
002740     END-IF.
002750     IF WS-FS-CKA NOT = '00'
002760         MOVE 'CKPT-ANT' TO WS-NOMBRE-ARCHIVO
002770         MOVE WS-FS-CKA TO WS-FS-COMUN
002780         PERFORM 9900-ABEND-ARCHIVO
002790     END-IF.
002800     OPEN OUTPUT CKPT-NVO.
002810     IF WS-FS-CKN NOT = '00'
002820         MOVE 'CKPT-NVO' TO WS-NOMBRE-ARCHIVO
002830         MOVE WS-FS-CKN TO WS-FS-COMUN
002840         PERFORM 9900-ABEND-ARCHIVO
002850     END-IF.
002860     MOVE ZERO TO WS-CONT-ARCH.
002870     MOVE 'N' TO WS-SW-FIN-ARCH.
002880     PERFORM 3010-COPIAR-CKPT THRU 3010-EXIT
002890         UNTIL WS-FIN-ARCH.
002900     CLOSE CKPT-ANT.
002910     CLOSE CKPT-NVO.
002920     MOVE 'CHECKPOINTS CONVERTIDOS' TO WS-LR-ETIQUETA.
002930     MOVE WS-CONT-ARCH TO WS-LR-CANT.
002940     WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN.
002950 3000-EXIT.
002960     EXIT.
002970*
002980 3010-COPIAR-CKPT.
002990     READ CKPT-ANT
003000         AT END
003010             MOVE 'S' TO WS-SW-FIN-ARCH
003020             GO TO 3010-EXIT
003030     END-READ.
003040     MOVE VCK-COD TO NCK-COD.
003050     WRITE NCK-REG.
003060     ADD 1 TO WS-CONT-ARCH.
003070 3010-EXIT.
003080     EXIT.
003090*
003100*****************************************************************
003110* 4000-CONVERTIR-MOVHIST WIDENS THE MEMBER CODE ON EVERY
003120* MOVEMENT HISTORY RECORD - STATEMENTS KEEP REACHING BACK
003130* ACROSS THE CUTOVER.
003140*****************************************************************
003150 4000-CONVERTIR-MOVHIST.
003160     OPEN INPUT MOVH-ANT.
003170     IF WS-FS-MVA = '35'
003180         MOVE 'HISTORIA MOV NO PRESENTE' TO WS-LR-ETIQUETA
003190         MOVE ZERO TO WS-LR-CANT
003200         WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN
003210         GO TO 4000-EXIT
003220     END-IF.
003230     IF WS-FS-MVA NOT = '00'
003240         MOVE 'MOVH-ANT' TO WS-NOMBRE-ARCHIVO
003250         MOVE WS-FS-MVA TO WS-FS-COMUN
003260         PERFORM 9900-ABEND-ARCHIVO
003270     END-IF.
003280     OPEN OUTPUT MOVH-NVO.
003290     IF WS-FS-MVN NOT = '00'
003300         MOVE 'MOVH-NVO' TO WS-NOMBRE-ARCHIVO
003310         MOVE WS-FS-MVN TO WS-FS-COMUN
003320         PERFORM 9900-ABEND-ARCHIVO
003330     END-IF.
003340     MOVE ZERO TO WS-CONT-ARCH.
003350     MOVE 'N' TO WS-SW-FIN-ARCH.
003360     PERFORM 4010-COPIAR-MOV THRU 4010-EXIT
003370         UNTIL WS-FIN-ARCH.
003380     CLOSE MOVH-ANT.
003390     CLOSE MOVH-NVO.
003400     MOVE 'MOVIMIENTOS CONVERTIDOS' TO WS-LR-ETIQUETA.
003410     MOVE WS-CONT-ARCH TO WS-LR-CANT.
003420     WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN.
003430 4000-EXIT.
003440     EXIT.
003450*
003460 4010-COPIAR-MOV.
003470     READ MOVH-ANT
003480         AT END
003490             MOVE 'S' TO WS-SW-FIN-ARCH
003500             GO TO 4010-EXIT
003510     END-READ.
003520     MOVE VHI-COD TO HIS-COD.
003530     MOVE VHI-TIPO TO HIS-TIPO.
003540     MOVE VHI-IMPORTE TO HIS-IMPORTE.
003550     MOVE VHI-FECHA TO HIS-FECHA.
003560     MOVE VHI-FILIAL TO HIS-FILIAL.
003570     MOVE VHI-CAJERO TO HIS-CAJERO.
003580     MOVE VHI-FEC-PROCESO TO HIS-FEC-PROCESO.
003590     MOVE ZERO TO HIS-NUMERO.
003600     MOVE ZERO TO HIS-NRO-ANULA.
003610     MOVE SPACE TO HIS-TIPO-ANULA.
003620     WRITE HIS-REG.
003630     ADD 1 TO WS-CONT-ARCH.
003640 4010-EXIT.
003650     EXIT.
003660*
003670*****************************************************************
003680* 5000-CONVERTIR-BAJAS WIDENS THE MEMBER CODE ON THE BAJA
003690* ARCHIVE SO REINSTATES AND AUDITOR LISTINGS KEEP WORKING.
003700*****************************************************************
003710 5000-CONVERTIR-BAJAS.
003720     OPEN INPUT HIST-ANT.
003730     IF WS-FS-HSA = '35'
003740         MOVE 'ARCHIVO BAJAS NO PRESENTE' TO WS-LR-ETIQUETA
003750         MOVE ZERO TO WS-LR-CANT
003760         WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN
003770         GO TO 5000-EXIT
003780     END-IF.
003790     IF WS-FS-HSA NOT = '00'
003800         MOVE 'HIST-ANT' TO WS-NOMBRE-ARCHIVO
003810         MOVE WS-FS-HSA TO WS-FS-COMUN
003820         PERFORM 9900-ABEND-ARCHIVO
003830     END-IF.
003840     OPEN OUTPUT HIST-NVO.
003850     IF WS-FS-HSN NOT = '00'
003860         MOVE 'HIST-NVO' TO WS-NOMBRE-ARCHIVO
003870         MOVE WS-FS-HSN TO WS-FS-COMUN
003880         PERFORM 9900-ABEND-ARCHIVO
003890     END-IF.
003900     MOVE ZERO TO WS-CONT-ARCH.
003910     MOVE 'N' TO WS-SW-FIN-ARCH.
003920     PERFORM 5010-COPIAR-BAJA THRU 5010-EXIT
003930         UNTIL WS-FIN-ARCH.
003940     CLOSE HIST-ANT.
003950     CLOSE HIST-NVO.
003960     MOVE 'BAJAS CONVERTIDAS' TO WS-LR-ETIQUETA.
003970     MOVE WS-CONT-ARCH TO WS-LR-CANT.
003980     WRITE RPT-CV-REG FROM WS-LINEA-RESUMEN.
003990 5000-EXIT.
004000     EXIT.
004010*
004020 5010-COPIAR-BAJA.
004030     READ HIST-ANT
004040         AT END
004050             MOVE 'S' TO WS-SW-FIN-ARCH
004060             GO TO 5010-EXIT
004070     END-READ.
004080     MOVE VHS-COD TO HST-COD.
004090     MOVE VHS-NOM TO HST-NOM.
004100     MOVE VHS-SALDO TO HST-SALDO.
004110     MOVE VHS-FILIAL TO HST-FILIAL.
004120     MOVE VHS-FEC-ALTA TO HST-FEC-ALTA.
004130     MOVE VHS-FEC-ULT-PAGO TO HST-FEC-ULT-PAGO.
004140     MOVE VHS-FEC-BAJA TO HST-FEC-BAJA.
004150     MOVE VHS-JOBID TO HST-JOBID.
004160     MOVE SPACE TO HST-CATEGORIA.
004170     MOVE SPACES TO HST-DOMICILIO.
004180     MOVE SPACES TO HST-LOCALIDAD.
004190     MOVE SPACES TO HST-TELEFONO.
004200     MOVE 'A' TO HST-ESTADO.
004210     MOVE ZERO TO HST-FEC-ESTADO.
004220     MOVE 'N' TO HST-DEBITO.
004230     MOVE SPACES TO HST-CBU.
004240     MOVE ZERO TO HST-FEC-DEBITO.
004250     WRITE HST-REG.
004260     ADD 1 TO WS-CONT-ARCH.
004270 5010-EXIT.
004280     EXIT.
004290*
004300*****************************************************************
004310 9000-FINALIZAR.
004320*****************************************************************
004330     CLOSE RPT-CV.
004340 9000-EXIT.
004350     EXIT.
004360*
004370*****************************************************************
004380 9900-ABEND-ARCHIVO.
004390*****************************************************************
004400     DISPLAY 'SOCCV01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
004410     DISPLAY 'SOCCV01 - FILE STATUS = ' WS-FS-COMUN.
004420     MOVE 16 TO RETURN-CODE.
004430     STOP RUN.
004440*
004450 END PROGRAM SOCCV01.
