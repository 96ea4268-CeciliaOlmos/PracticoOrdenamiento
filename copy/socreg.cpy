000170*   03/09/2026 RCA   ADDED ADDRESS AND CONTACT FIELDS
000180*                    (DOMICILIO, LOCALIDAD, TELEFONO) FOR THE
000190*                    DELINQUENCY NOTICE LETTERS (SOCNT01).
000200*   15/10/2026 RCA   ADDED SOC-ESTADO (ACTIVO, SUSPENDIDO POR
000210*                    MORA, LICENCIA VOLUNTARIA) AND
000220*                    SOC-FEC-ESTADO, THE DATE OF THE LAST STATUS
000230*                    CHANGE. SUSPENSION AND REACTIVATION ARE SET
000240*                    BY THE NIGHTLY STATUS EVALUATION (SOCES01),
000250*                    LICENCIA BY SOCMT01. BLANK READS AS ACTIVO.
000260*   15/10/2026 RCA   ADDED THE DIRECT-DEBIT ENROLLMENT -
000270*                    SOC-DEBITO ('S' ADHERIDO), SOC-CBU (THE
000280*                    22-DIGIT BANK ACCOUNT THE DUES ARE DEBITED
000290*                    FROM) AND SOC-FEC-DEBITO (DATE OF THE LAST
000300*                    ENROLLMENT CHANGE), MAINTAINED BY SOCMT01 AND
000310*                    READ BY THE MONTHLY DEBIT-REQUEST RUN
000320*                    (SOCDA01).
000330*****************************************************************
000340 01  SOC-REG.
000350     03  SOC-COD                PIC 9(06).
000360     03  SOC-NOM                PIC X(20).
000370     03  SOC-SALDO              PIC S9(8)V99.
000380     03  SOC-FILIAL             PIC 9(03).
000390     03  SOC-FEC-ALTA           PIC 9(08).
000400     03  SOC-FEC-ULT-PAGO       PIC 9(08).
000410     03  SOC-CATEGORIA          PIC X(01).
000420     03  SOC-DOMICILIO          PIC X(30).
000430     03  SOC-LOCALIDAD          PIC X(20).
000440     03  SOC-TELEFONO           PIC X(15).
000450     03  SOC-ESTADO             PIC X(01).
000460         88  SOC-ACTIVO                 VALUE 'A' ' '.
000470         88  SOC-SUSPENDIDO             VALUE 'S'.
000480         88  SOC-LICENCIA               VALUE 'L'.
000490     03  SOC-FEC-ESTADO         PIC 9(08).
000500     03  SOC-DEBITO             PIC X(01).
000510         88  SOC-CON-DEBITO             VALUE 'S'.
000520     03  SOC-CBU                PIC X(22).
000530     03  SOC-FEC-DEBITO         PIC 9(08).
