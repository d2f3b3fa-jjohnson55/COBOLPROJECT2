      *      BR-DISP "R" - REJECTED (CLOSED ACCOUNT, BAD ROUTING...),
      *                    WITH THE BANK'S REASON TEXT
      *  PT2BANK MATCHES EACH RETURN TO THE PAYMENT SENT BY EMPLOYEE
      *  NUMBER, AMOUNT, AND - WHEN THE BANK RETURNS THEM - ROUTING
      *  AND ACCOUNT NUMBER, BALANCES THE WHOLE FILE AGAINST THE
      *  BANKPAY.DAT TRAILER, AND CUTS THE REJECTED PAYMENTS TO A
      *  REISSUE FILE SO NOBODY'S PAY FALLS ON THE FLOOR.
      *
      *                   FEATURE.
      *  2026-09-01  JSJ  BR-AMOUNT NOW CARRIES DOLLARS AND CENTS IN
      *                   THE SAME 11 CHARACTERS, MATCHING BANKPAY.
      *  2026-10-15  JSJ  ROUTING AND ACCOUNT NUMBER ADDED AT THE END
      *                   FOR ACCOUNT-LEVEL MATCHING.  A RETURN
      *                   WITHOUT THEM STILL MATCHES AS BEFORE.
      ******************************************************************
       01  BR-RETURN-RECORD.
           05  BR-EMPNUM               PIC X(07).
           05  BR-AMOUNT               PIC 9(09)V99.
           05  BR-DISP                 PIC X(01).
           05  BR-REASON               PIC X(20).
           05  BR-ROUTING              PIC X(09).
           05  BR-ACCOUNT-NUM          PIC X(17).
