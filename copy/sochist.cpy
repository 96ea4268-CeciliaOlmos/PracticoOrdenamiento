000190*                    (DOMICILIO, LOCALIDAD, TELEFONO) - THE
000200*                    ARCHIVE STILL CARRIES THE FULL OUTGOING
000210*                    SOC-REG.
000220*   15/10/2026 RCA   ADDED HST-ESTADO AND HST-FEC-ESTADO - THE
000230*                    ARCHIVE STILL CARRIES THE FULL OUTGOING
000240*                    SOC-REG.
000250*   15/10/2026 RCA   ADDED HST-DEBITO, HST-CBU AND HST-FEC-DEBITO
000260*                    (DIRECT-DEBIT ENROLLMENT) - THE ARCHIVE STILL
000270*                    CARRIES THE FULL OUTGOING SOC-REG.
000280*****************************************************************
000290 01  HST-REG.
000300     03  HST-COD                PIC 9(06).
000310     03  HST-NOM                PIC X(20).
000320     03  HST-SALDO              PIC S9(8)V99.
000330     03  HST-FILIAL             PIC 9(03).
000340     03  HST-FEC-ALTA           PIC 9(08).
000350     03  HST-FEC-ULT-PAGO       PIC 9(08).
000360     03  HST-FEC-BAJA           PIC 9(08).
000370     03  HST-JOBID              PIC X(08).
000380     03  HST-CATEGORIA          PIC X(01).
000390     03  HST-DOMICILIO          PIC X(30).
000400     03  HST-LOCALIDAD          PIC X(20).
000410     03  HST-TELEFONO           PIC X(15).
000420     03  HST-ESTADO             PIC X(01).
000430     03  HST-FEC-ESTADO         PIC 9(08).
000440     03  HST-DEBITO             PIC X(01).
000450     03  HST-CBU                PIC X(22).
000460     03  HST-FEC-DEBITO         PIC 9(08).
