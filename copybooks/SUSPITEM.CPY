000010******************************************************************
000020*    COPYBOOK      : SUSPITEM.CPY
000030*    DESCRIPTION   : SUSPENSE ITEM RECORD - KSDS KEYED BY THE
000040*                    CLEARING REFERENCE OF THE INBOUND CREDIT.
000050*                    INBCRED WRITES ONE OPEN ITEM FOR EVERY
000060*                    CREDIT IT PARKS ON THE SUSPENSE ACCOUNT, WITH
000070*                    THE ORIGINATOR AND THE INTENDED BENEFICIARY,
000080*                    SO THE CASE CAN BE WORKED WITHOUT THE INBCRPT
000090*                    PRINTOUT.  A SUPERVISOR RESOLVES THE ITEM
000100*                    ONLINE - RE-APPLIED TO THE RIGHT ACCOUNT OR
000110*                    RETURNED TO THE ORIGINATOR ON INTBOUT - AND
000120*                    SUSPAGE AGES THE STILL-OPEN ITEMS AGAINST THE
000130*                    SUSPENSE ACCOUNT BALANCE.  A RE-APPLIED
000140*                    ITEM KEEPS THE SEQUENCE NUMBER OF ITS 'T'
000150*                    DEBIT ON THE SUSPENSE ACCOUNT, SO THAT A
000160*                    SUPERVISOR REVERSAL OF THAT TRANSFER RE-OPENS
000170*                    THE ITEM.
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- ---------------------------------------------
000210*    2026-10-15 JLP  ORIGINAL
000220******************************************************************
000230 01  SUSPENSE-ITEM-RECORD.
000240     05  SI-REFERENCE             PIC X(16).
000250     05  SI-AMOUNT                PIC 9(8)V99.
000260     05  SI-ORIGIN-BANK-CODE      PIC X(11).
000270     05  SI-ORIGIN-NAME           PIC X(30).
000280     05  SI-BENEF-ACCT            PIC 9(10).
000290     05  SI-VALUE-DATE            PIC 9(08).
000300     05  SI-DATE-PARKED           PIC 9(08).
000310     05  SI-PARK-REASON           PIC X(01).
000320         88  SI-PARKED-UNKNOWN        VALUE 'U'.
000330         88  SI-PARKED-CLOSED         VALUE 'C'.
000340     05  SI-SUSPENSE-ACCT         PIC 9(10).
000350     05  SI-PARK-TRAN-SEQ         PIC 9(08).
000360     05  SI-STATUS                PIC X(01).
000370         88  SI-STATUS-OPEN           VALUE 'O'.
000380         88  SI-STATUS-REAPPLIED      VALUE 'R'.
000390         88  SI-STATUS-RETURNED       VALUE 'T'.
000400     05  SI-DATE-RESOLVED         PIC 9(08).
000410     05  SI-RESOLVED-BY           PIC X(08).
000420     05  SI-APPLIED-ACCT          PIC 9(10).
000430     05  SI-RESOLVE-TRAN-SEQ      PIC 9(08).
000440     05  FILLER                   PIC X(03).
