000200*                    JOB ID FROM THE OPTIONAL SOCIOCTL CARD,
000210*                    FOR THE CIERRE DIARIO MONTH-END CHECK
000220*                    (SOCCD01).
000230*   15/10/2026 RCA   THE SNAPSHOT CARRIES THE MEMBER STATUS
000240*                    (SNP-ESTADO) SO THE COMPARISON CAN COUNT
000250*                    SUSPENDED MEMBERS APART.
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SOCSN01.
000290 AUTHOR. R. CASTRO.
000300 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000310 DATE-WRITTEN. 22/08/2026.
000320 DATE-COMPILED.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT SOCIOS        ASSIGN TO SOCIOS
000380         ORGANIZATION INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS SOC-COD
000410         ALTERNATE RECORD KEY IS SOC-NOM
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-FS-SOCIOS.
000440     SELECT SNAPSHOT      ASSIGN TO SOCIOSNP
000450         ORGANIZATION LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-SNP.
000470     SELECT SNAP-CTL      ASSIGN TO SOCIOSNC
000480         ORGANIZATION LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-CTL.
000500     SELECT RPT-SN        ASSIGN TO RPTSN
000510         ORGANIZATION LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-RPTSN.
000530     SELECT RUN-CTL       ASSIGN TO SOCIORUN
000540         ORGANIZATION LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-RUN.
000560     SELECT SOCIOS-CTL    ASSIGN TO SOCIOCTL
000570         ORGANIZATION LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-CTLJ.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  SOCIOS.
000630     COPY socreg.
000640*
000650 FD  SNAPSHOT.
000660     COPY snpreg.
000670*
000680 FD  SNAP-CTL.
000690 01  SNC-REG.
000700     03  SNC-PERIODO            PIC 9(06).
000710*
000720 FD  RPT-SN.
000730 01  RPT-SN-REG                 PIC X(60).
000740*
000750 FD  RUN-CTL.
000760     COPY runctl.
000770*
000780 FD  SOCIOS-CTL.
000790 01  CTL-REG.
000800     03  CTL-MODO               PIC X(01).
000810     03  CTL-REINICIO           PIC X(01).
000820     03  CTL-JOBID              PIC X(08).
000830*
000840 WORKING-STORAGE SECTION.
000850 01  WS-SWITCHES.
000860     05  WS-SW-FIN-SOCIOS       PIC X(01) VALUE 'N'.
000870         88  WS-FIN-SOCIOS              VALUE 'S'.
000880*
000890 01  WS-FS-SOCIOS               PIC X(02) VALUE '00'.
000900*
000910 01  WS-FS-SNP                  PIC X(02) VALUE '00'.
000920*
000930 01  WS-FS-CTL                  PIC X(02) VALUE '00'.
000940*
000950 01  WS-FS-RPTSN                PIC X(02) VALUE '00'.
000960*
000970 01  WS-NOMBRE-ARCHIVO          PIC X(15) VALUE SPACES.
000980*
000990 01  WS-FS-COMUN                PIC X(02) VALUE '00'.
001000*
001010 01  WS-FECHA-HOY.
001020     05  WS-FH-ANIO             PIC 9(04).
001030     05  WS-FH-MES              PIC 9(02).
001040     05  WS-FH-DIA              PIC 9(02).
001050*
001060 01  WS-PERIODO                 PIC 9(06) VALUE ZERO.
001070*
001080 01  WS-PERIODO-FECHA REDEFINES WS-PERIODO.
001090     05  WS-PF-ANIO             PIC 9(04).
001100     05  WS-PF-MES              PIC 9(02).
001110*
001120 01  WS-CONTADORES.
001130     05  WS-CONT-LEIDOS         PIC 9(05) VALUE ZERO.
001140*
001150 01  WS-TOTAL-SALDO             PIC S9(9)V99 VALUE ZERO.
001160*
001170 01  WS-ENC-PERIODO.
001180     05  FILLER                 PIC X(26)
001190         VALUE 'FOTO DE SALDOS - PERIODO '.
001200     05  WS-EP-PERIODO          PIC 9(06).
001210*
001220 01  WS-LINEA-RESUMEN.
001230     05  WS-LR-ETIQUETA         PIC X(30).
001240     05  WS-LR-CANT             PIC ZZ,ZZ9.
001250*
001260 01  WS-LINEA-TOTAL.
001270     05  WS-LT-ETIQUETA         PIC X(30).
001280     05  WS-LT-IMPORTE          PIC -ZZZ,ZZZ,ZZ9.99.
001290*
001300 01  WS-FS-RUN                  PIC X(02) VALUE '00'.
001310*
001320 01  WS-HORA-RUN.
001330     05  WS-HR-HORA             PIC 9(02).
001340     05  WS-HR-MIN              PIC 9(02).
001350     05  WS-HR-SEG              PIC 9(02).
001360     05  WS-HR-CENT             PIC 9(02).
001370*
001380 01  WS-HORA-RUN6.
001390     05  WS-H6-HORA             PIC 9(02).
001400     05  WS-H6-MIN              PIC 9(02).
001410     05  WS-H6-SEG              PIC 9(02).
001420*
001430 01  WS-RUN-JOBID               PIC X(08) VALUE 'SOCSN01'.
001440*
001450 01  WS-FECHA-RUN               PIC 9(08) VALUE ZERO.
001460*
001470 01  WS-FS-CTLJ                 PIC X(02) VALUE '00'.
001480*
001490 PROCEDURE DIVISION.
001500*****************************************************************
001510 0000-MAINLINE.
001520*****************************************************************
001530     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001540     PERFORM 2000-FOTOGRAFIAR THRU 2000-EXIT
001550         UNTIL WS-FIN-SOCIOS.
001560     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001570     STOP RUN.
001580*
001590*****************************************************************
001600 1000-INICIALIZAR.
001610*****************************************************************
001620     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001630     MOVE WS-FH-ANIO TO WS-PF-ANIO.
001640     MOVE WS-FH-MES TO WS-PF-MES.
001650     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
001660     PERFORM 1150-LEER-JOBID THRU 1150-EXIT.
001670     OPEN INPUT SOCIOS.
001680     IF WS-FS-SOCIOS NOT = '00'
001690         MOVE 'SOCIOS' TO WS-NOMBRE-ARCHIVO
001700         MOVE WS-FS-SOCIOS TO WS-FS-COMUN
001710         PERFORM 9900-ABEND-ARCHIVO
001720     END-IF.
001730     OPEN OUTPUT SNAPSHOT.
001740     IF WS-FS-SNP NOT = '00'
001750         MOVE 'SNAPSHOT' TO WS-NOMBRE-ARCHIVO
001760         MOVE WS-FS-SNP TO WS-FS-COMUN
001770         PERFORM 9900-ABEND-ARCHIVO
001780     END-IF.
001790     OPEN OUTPUT RPT-SN.
001800     IF WS-FS-RPTSN NOT = '00'
001810         MOVE 'RPT-SN' TO WS-NOMBRE-ARCHIVO
001820         MOVE WS-FS-RPTSN TO WS-FS-COMUN
001830         PERFORM 9900-ABEND-ARCHIVO
001840     END-IF.
001850     MOVE WS-PERIODO TO WS-EP-PERIODO.
001860     WRITE RPT-SN-REG FROM WS-ENC-PERIODO.
001870 1000-EXIT.
001880     EXIT.
001890*
001900*****************************************************************
001910* 1150-LEER-JOBID PICKS UP THE JOB ID FROM THE SAME CONTROL
001920* CARD SOCORD01 AND SOCMT01 READ, WHEN ONE IS SUPPLIED - THE
001930* RUN-CONTROL RECORD STAMPS IT SO THE CIERRE DIARIO KNOWS THE
001940* SUBMITTING JOB, NOT JUST THE PROGRAM. NO CARD, OR A BLANK
001950* JOB ID, LEAVES THE PROGRAM-NAME DEFAULT.
001960*****************************************************************
001970 1150-LEER-JOBID.
001980     OPEN INPUT SOCIOS-CTL.
001990     IF WS-FS-CTLJ = '00'
002000        READ SOCIOS-CTL
002010            AT END
002020                CONTINUE
002030        END-READ
002040        IF WS-FS-CTLJ = '00' AND CTL-JOBID NOT = SPACE
002050            MOVE CTL-JOBID TO WS-RUN-JOBID
002060        END-IF
002070        CLOSE SOCIOS-CTL
002080     END-IF.
002090 1150-EXIT.
002100     EXIT.
002110*
002120*****************************************************************
002130* 1100-LEER-CONTROL - OPTIONAL PERIOD OVERRIDE CARD (YYYYMM),
002140* FOR THE MONTH-END RUN THAT SLIPS PAST MIDNIGHT INTO THE
002150* FIRST. NO FILE, NO CARD, OR A NON-NUMERIC PERIOD KEEPS THE
002160* RUN-DATE PERIOD.
002170*****************************************************************
002180 1100-LEER-CONTROL.
002190     OPEN INPUT SNAP-CTL.
002200     IF WS-FS-CTL = '00'
002210        READ SNAP-CTL
002220            AT END
002230                CONTINUE
002240        END-READ
002250        IF WS-FS-CTL = '00'
002260            AND SNC-PERIODO NUMERIC
002270            AND SNC-PERIODO NOT = ZERO
002280            MOVE SNC-PERIODO TO WS-PERIODO
002290        END-IF
002300        CLOSE SNAP-CTL
002310     END-IF.
002320 1100-EXIT.
002330     EXIT.
002340*
002350 2000-FOTOGRAFIAR.
002360     READ SOCIOS
002370         AT END
002380             MOVE 'S' TO WS-SW-FIN-SOCIOS
002390             GO TO 2000-EXIT
002400     END-READ.
002410     ADD 1 TO WS-CONT-LEIDOS.
002420     MOVE WS-PERIODO TO SNP-PERIODO.
002430     MOVE SOC-COD TO SNP-COD.
002440     MOVE SOC-SALDO TO SNP-SALDO.
002450     MOVE SOC-FILIAL TO SNP-FILIAL.
002460     MOVE SOC-ESTADO TO SNP-ESTADO.
002470     WRITE SNP-REG.
002480     IF WS-FS-SNP NOT = '00'
002490         MOVE 'SNAPSHOT' TO WS-NOMBRE-ARCHIVO
002500         MOVE WS-FS-SNP TO WS-FS-COMUN
002510         PERFORM 9900-ABEND-ARCHIVO
002520     END-IF.
002530     ADD SOC-SALDO TO WS-TOTAL-SALDO.
002540 2000-EXIT.
002550     EXIT.
002560*
002570*****************************************************************
002580 9000-FINALIZAR.
002590*****************************************************************
002600     MOVE 'SOCIOS FOTOGRAFIADOS' TO WS-LR-ETIQUETA.
002610     MOVE WS-CONT-LEIDOS TO WS-LR-CANT.
002620     WRITE RPT-SN-REG FROM WS-LINEA-RESUMEN.
002630     MOVE 'SALDO TOTAL' TO WS-LT-ETIQUETA.
002640     MOVE WS-TOTAL-SALDO TO WS-LT-IMPORTE.
002650     WRITE RPT-SN-REG FROM WS-LINEA-TOTAL.
002660     PERFORM 8300-GRABAR-RUNCTL THRU 8300-EXIT.
002670     CLOSE SOCIOS.
002680     CLOSE SNAPSHOT.
002690     CLOSE RPT-SN.
002700 9000-EXIT.
002710     EXIT.
002720*
002730*****************************************************************
002740* 8300-GRABAR-RUNCTL APPENDS THIS RUN'S MACHINE-READABLE
002750* CONTROL RECORD (COPY RUNCTL) TO THE SHARED RUN-CONTROL FILE
002760* FOR THE CIERRE DIARIO VERIFICATION (SOCCD01).
002770*****************************************************************
002780 8300-GRABAR-RUNCTL.
002790     OPEN EXTEND RUN-CTL.
002800     IF WS-FS-RUN = '35'
002810         OPEN OUTPUT RUN-CTL
002820     END-IF.
002830     IF WS-FS-RUN NOT = '00'
002840         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
002850         MOVE WS-FS-RUN TO WS-FS-COMUN
002860         PERFORM 9900-ABEND-ARCHIVO
002870     END-IF.
002880     MOVE WS-FECHA-HOY TO WS-FECHA-RUN.
002890     ACCEPT WS-HORA-RUN FROM TIME.
002900     MOVE WS-HR-HORA TO WS-H6-HORA.
002910     MOVE WS-HR-MIN TO WS-H6-MIN.
002920     MOVE WS-HR-SEG TO WS-H6-SEG.
002930     MOVE WS-HORA-RUN6 TO RUN-HORA.
002940     MOVE 'SOCSN01' TO RUN-PROGRAMA.
002950     MOVE WS-FECHA-RUN TO RUN-FECHA.
002960     MOVE WS-RUN-JOBID TO RUN-JOBID.
002970     MOVE WS-CONT-LEIDOS TO RUN-ENTRADA.
002980     MOVE WS-CONT-LEIDOS TO RUN-SALIDA.
002990     MOVE WS-TOTAL-SALDO TO RUN-IMPORTE-1.
003000     MOVE ZERO TO RUN-IMPORTE-2.
003010     WRITE RUN-REG.
003020     IF WS-FS-RUN NOT = '00'
003030         MOVE 'RUN-CTL' TO WS-NOMBRE-ARCHIVO
003040         MOVE WS-FS-RUN TO WS-FS-COMUN
003050         PERFORM 9900-ABEND-ARCHIVO
003060     END-IF.
003070     CLOSE RUN-CTL.
003080 8300-EXIT.
003090     EXIT.
003100*
003110*****************************************************************
003120 9900-ABEND-ARCHIVO.
003130*****************************************************************
003140     DISPLAY 'SOCSN01 - ERROR E/S ARCHIVO ' WS-NOMBRE-ARCHIVO.
003150     DISPLAY 'SOCSN01 - FILE STATUS = ' WS-FS-COMUN.
003160     MOVE 16 TO RETURN-CODE.
003170     STOP RUN.
003180*
003190 END PROGRAM SOCSN01.
