000010*****************************************************************
000020* CNVREG   - RECORD LAYOUT FOR CONVENIOS (MEMBER PAYMENT PLAN
000030*            MASTER FILE), INDEXED ON CNV-COD - ONE PLAN PER
000040*            MEMBER AT A TIME. MAINTAINED BY CNVMT01; THE
000050*            MONTHLY INSTALLMENT RUN (SOCCU01) GENERATES THE
000060*            CUOTAS AND KEEPS THE PROGRESS FIELDS, AND THE
000070*            COMPLIANCE REPORT (SOCCN01), THE AGING REPORT
000080*            (SOCAG01) AND THE NOTICE LETTERS (SOCNT01) READ IT.
000090*            CNV-DEUDA IS THE AGREED DEBT, TAKEN OFF SOC-SALDO
000100*            BY AN 'A' ADJUSTMENT ON THE FIRST INSTALLMENT RUN
000110*            (CNV-TRASPASO) AND CHARGED BACK AS CNV-CUOTAS
000120*            MONTHLY CUOTAS OF CNV-IMPORTE-CUOTA (THE LAST ONE
000130*            TAKES THE ROUNDING REMAINDER), THE FIRST DUE ON
000140*            CNV-PRIMER-VTO AND EACH NEXT ONE A MONTH LATER.
000150*            A PLAN BREAKS WHEN CNV-MAX-ATRASO CUOTAS ARE
000160*            OVERDUE; THE PART OF CNV-DEUDA NOT YET CHARGED AS
000170*            CUOTAS THEN GOES BACK ONTO SOC-SALDO
000180*            (CNV-DEVUELTO) AND THE MEMBER RETURNS TO NORMAL
000190*            COLLECTION.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   15/10/2026 RCA   INITIAL VERSION.
000240*****************************************************************
000250 01  CNV-REG.
000260     03  CNV-COD                PIC 9(06).
000270     03  CNV-ESTADO             PIC X(01).
000280         88  CNV-VIGENTE                VALUE 'V'.
000290         88  CNV-TERMINADO              VALUE 'T'.
000300         88  CNV-ROTO                   VALUE 'R'.
000310     03  CNV-FEC-ALTA           PIC 9(08).
000320     03  CNV-DEUDA              PIC 9(08)V99.
000330     03  CNV-CUOTAS             PIC 9(03).
000340     03  CNV-IMPORTE-CUOTA      PIC 9(08)V99.
000350     03  CNV-PRIMER-VTO         PIC 9(08).
000360     03  CNV-PRIMER-VTO-R REDEFINES CNV-PRIMER-VTO.
000370         05  CNV-PV-ANIO        PIC 9(04).
000380         05  CNV-PV-MES         PIC 9(02).
000390         05  CNV-PV-DIA         PIC 9(02).
000400     03  CNV-MAX-ATRASO         PIC 9(02).
000410     03  CNV-TRASPASO           PIC X(01).
000420         88  CNV-TRASPASADO             VALUE 'S'.
000430     03  CNV-CUOTAS-EMIT        PIC 9(03).
000440     03  CNV-IMPORTE-EMIT       PIC 9(08)V99.
000450     03  CNV-ULT-PERIODO        PIC 9(06).
000460     03  CNV-FEC-ROTURA         PIC 9(08).
000470     03  CNV-MOTIVO-ROTURA      PIC X(01).
000480         88  CNV-ROTO-ATRASO            VALUE 'A'.
000490         88  CNV-ROTO-MANUAL            VALUE 'M'.
000500     03  CNV-DEVUELTO           PIC X(01).
000510         88  CNV-DEUDA-DEVUELTA         VALUE 'S'.
