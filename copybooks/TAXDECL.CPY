000010******************************************************************
000020*    COPYBOOK      : TAXDECL.CPY
000030*    DESCRIPTION   : YEAR-END INTEREST DECLARATION FILE FOR THE
000040*                    TAX AUTHORITY, WRITTEN BY INTCERT - FIXED
000050*                    150-BYTE RECORDS : ONE HEADER ('E'), ONE
000060*                    DETAIL ('D') PER CUSTOMER HOLDING A
000070*                    CERTIFICATE, ONE TRAILER ('F') CARRYING THE
000080*                    DETAIL COUNT AND THE TOTAL DECLARED.  AMOUNTS
000090*                    ARE UNSIGNED ZONED WITH TWO IMPLIED DECIMALS.
000100*                    A FORCED RERUN FOR THE SAME YEAR IS FLAGGED
000110*                    AS A CORRECTING DECLARATION IN THE HEADER.
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    ---------- ---- ---------------------------------------------
000150*    2026-10-15 JLP  ORIGINAL
000160******************************************************************
000170 01  TAX-DECLARATION-RECORD.
000180     05  TD-RECORD-TYPE           PIC X(01).
000190         88  TD-TYPE-ENTETE           VALUE 'E'.
000200         88  TD-TYPE-DETAIL           VALUE 'D'.
000210         88  TD-TYPE-FIN              VALUE 'F'.
000220     05  TD-TAX-YEAR              PIC 9(04).
000230     05  TD-BODY                  PIC X(145).
000240     05  TD-ENTETE-BODY REDEFINES TD-BODY.
000250         10  TD-E-DECLARANT       PIC X(30).
000260         10  TD-E-DATE-CREATION   PIC 9(08).
000270         10  TD-E-NATURE          PIC X(01).
000280             88  TD-E-INITIALE        VALUE 'I'.
000290             88  TD-E-RECTIFICATIVE   VALUE 'R'.
000300         10  FILLER               PIC X(106).
000310     05  TD-DETAIL-BODY REDEFINES TD-BODY.
000320         10  TD-D-CUST-NUMBER     PIC 9(08).
000330         10  TD-D-NATIONAL-ID     PIC X(15).
000340         10  TD-D-NAME            PIC X(30).
000350         10  TD-D-ADDRESS-LINE-1  PIC X(30).
000360         10  TD-D-ADDRESS-LINE-2  PIC X(30).
000370         10  TD-D-INTEREST        PIC 9(10)V99.
000380         10  TD-D-ACCOUNT-COUNT   PIC 9(03).
000390         10  FILLER               PIC X(17).
000400     05  TD-FIN-BODY REDEFINES TD-BODY.
000410         10  TD-F-DETAIL-COUNT    PIC 9(08).
000420         10  TD-F-TOTAL-INTEREST  PIC 9(12)V99.
000430         10  FILLER               PIC X(123).
