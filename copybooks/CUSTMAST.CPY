000060*                    NATIONAL ID) FOR STATEMENTS AND COMPLIANCE
000070*                    ENQUIRIES.  THE ACCOUNTS A CUSTOMER HOLDS ARE
000080*                    CARRIED ON THE CUSTXREF CROSS-REFERENCE
000090*                    (SEE CUSTXREF.CPY), ONE RECORD PER ACCOUNT
000095*                    AND HOLDER.
000100*    MODIFICATION HISTORY
000110*    DATE       INIT DESCRIPTION
000120*    ---------- ---- ---------------------------------------------
000180*                    IDENTITY AND A NATIONAL-ID ENQUIRY SEES
000190*                    EVERY ACCOUNT.  EXISTING CUSTMAST DATA IS
000200*                    CARRIED OVER BY A ONE-OFF CONVERSION.
000203*    2026-10-15 JLP  AN ACCOUNT MAY NOW HAVE SEVERAL HOLDERS, EACH
000207*                    WITH A ROLE ON CUSTXREF - NO CHANGE HERE.
000210******************************************************************
000220 01  CUST-MASTER-RECORD.
000230     05  CUST-NUMBER              PIC 9(08).
