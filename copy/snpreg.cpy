000110*   DATE       INIT  DESCRIPTION
000120*   22/08/2026 RCA   INITIAL VERSION.
000130*   22/08/2026 RCA   MEMBER CODE SNP-COD WIDENED TO SIX DIGITS.
000140*   15/10/2026 RCA   ADDED SNP-ESTADO (SOC-ESTADO AT THE CLOSE) SO
000150*                    SOCCP01 CAN COUNT SUSPENDED MEMBERS APART.
000160*                    SNAPSHOTS WRITTEN BEFORE CARRY IT BLANK,
000170*                    WHICH READS AS ACTIVO.
000180*****************************************************************
000190 01  SNP-REG.
000200     03  SNP-PERIODO            PIC 9(06).
000210     03  SNP-COD                PIC 9(06).
000220     03  SNP-SALDO              PIC S9(8)V99.
000230     03  SNP-FILIAL             PIC 9(03).
000240     03  SNP-ESTADO             PIC X(01).
