000180*   03/09/2026 RCA   ADDED ADDRESS AND CONTACT FIELDS
000190*                    (DOMICILIO, LOCALIDAD, TELEFONO) FOR THE
000200*                    DELINQUENCY NOTICE LETTERS (SOCNT01).
000210*   15/10/2026 RCA   ADDED TRN-ESTADO - 'L' PUTS THE MEMBER ON
000220*                    VOLUNTARY LEAVE, 'A' MAKES IT ACTIVE; BLANK
000230*                    ON A CAMBIO LEAVES THE STATUS AS IT IS.
000240*   15/10/2026 RCA   ADDED TRN-DEBITO AND TRN-CBU - 'S' ENROLLS
000250*                    THE MEMBER IN DIRECT DEBIT FROM THE CBU ON
000260*                    THE CARD (CHECK DIGITS VERIFIED), 'N' CANCELS
000270*                    THE ENROLLMENT; BLANK ON A CAMBIO LEAVES IT
000280*                    AS IT IS.
000290*****************************************************************
000300 01  TRN-REG.
000310     03  TRN-TIPO               PIC X(01).
000320         88  TRN-ALTA                   VALUE 'A'.
000330         88  TRN-CAMBIO                 VALUE 'C'.
000340         88  TRN-BAJA                   VALUE 'D'.
000350         88  TRN-REINSTALA              VALUE 'R'.
000360     03  TRN-COD                PIC 9(06).
000370     03  TRN-NOM                PIC X(20).
000380     03  TRN-SALDO              PIC S9(8)V99.
000390     03  TRN-FILIAL             PIC 9(03).
000400     03  TRN-FEC-ALTA           PIC 9(08).
000410     03  TRN-CATEGORIA          PIC X(01).
000420     03  TRN-DOMICILIO          PIC X(30).
000430     03  TRN-LOCALIDAD          PIC X(20).
000440     03  TRN-TELEFONO           PIC X(15).
000450     03  TRN-ESTADO             PIC X(01).
000460     03  TRN-DEBITO             PIC X(01).
000470     03  TRN-CBU                PIC X(22).
