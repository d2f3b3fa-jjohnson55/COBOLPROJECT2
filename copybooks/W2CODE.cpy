      ******************************************************************
      *  W2CODE.CPY
      *  THE YEAR-END W-2 CODE FILE, W2CODE.DAT, MAINTAINED BY THE
      *  SHOP.  ONE RECORD PER TAX OR DEDUCTION CODE WHOSE YEAR-TO-
      *  DATE AMOUNT BELONGS ON THE W-2, SAYING WHICH BOX IT GOES IN:
      *      WC-DED-CODE    - THE TAXTBL.DAT OR DEDUCT.DAT CODE, AS IT
      *                       IS CARRIED ON YTDMAST.DAT AND PAYDTL.DAT
      *      WC-BOX         - "02" FEDERAL INCOME TAX WITHHELD
      *                       "04" SOCIAL SECURITY TAX WITHHELD
      *                       "06" MEDICARE TAX WITHHELD
      *                       "12" BOX 12, UNDER WC-BOX12-CODE
      *                       "14" BOX 14, UNDER WC-BOX14-LABEL
      *                       "17" STATE INCOME TAX
      *                       "19" LOCAL INCOME TAX
      *  A CODE NOT ON THE FILE DOES NOT GO ON THE W-2.  WITH NO
      *  W2CODE.DAT AT ALL, FED GOES TO BOX 2 AND ST TO BOX 17.
      *
      *  THE FIRST RECORD IS THE "CONTROL" RECORD - THE EMPLOYER
      *  IDENTIFICATION NUMBER, NAME AND ADDRESS FOR BOXES B AND C,
      *  THE STATE INCOME TAX IS WITHHELD FOR AND THE EMPLOYER'S
      *  STATE ID FOR BOX 15, AND THE USER ID AND CONTACT FOR THE
      *  ELECTRONIC FILING FILE.  WITHOUT IT THE STATEMENTS STILL
      *  PRINT BUT NO FILING FILE IS WRITTEN.
      *
      *  2026-10-15  JSJ  NEW FOR THE YEAR-END W-2 FEATURE.
      ******************************************************************
       01  WC-CODE-RECORD.
           05  WC-DED-CODE             PIC X(03).
           05  WC-BOX                  PIC X(02).
           05  WC-BOX12-CODE           PIC X(02).
           05  WC-BOX14-LABEL          PIC X(10).
           05  FILLER                  PIC X(196).

       01  WC-CONTROL-RECORD REDEFINES WC-CODE-RECORD.
           05  WC-MARKER               PIC X(07).
           05  WC-EIN                  PIC X(09).
           05  WC-ER-NAME              PIC X(35).
           05  WC-ER-ADDRESS           PIC X(22).
           05  WC-ER-CITY              PIC X(22).
           05  WC-ER-STATE             PIC X(02).
           05  WC-ER-ZIP               PIC X(05).
           05  WC-ER-ZIP-EXT           PIC X(04).
           05  WC-TAX-STATE            PIC X(02).
           05  WC-STATE-ID             PIC X(15).
           05  WC-USER-ID              PIC X(08).
           05  WC-CONTACT              PIC X(27).
           05  WC-PHONE                PIC X(15).
           05  WC-EMAIL                PIC X(40).
