      ******************************************************************
      *                                                                *
      *   TITLEREC.CBL   -   TITLE WORK RECORD LAYOUT                  *
      *                      SHARED BY ALL PROGRAMS THAT READ OR       *
      *                      WRITE TITLWORK.DAT                        *
      *                                                                *
      *   THE FILE IS KEYED ON TWR-SALE-KEY - THE CUSTOMER NUMBER      *
      *   PLUS SALE SEQUENCE OF THE SALE THE TITLE WORK CAME FROM.     *
      *   THE CUSTOMER SALES UPDATE RUN (VSEX9-3) CREATES ONE RECORD   *
      *   PER POSTED SALE, STATUS O (OPEN), AND VOIDS IT (STATUS V)    *
      *   WHEN THE SALE IS REVERSED. A CORRECTED DEAL THAT REUSES      *
      *   THE SEQUENCE REPLACES THE VOIDED RECORD.                     *
      *                                                                *
      *   THE TITLE WORK MAINTENANCE RUN (VSEX60-1) RECORDS THE DATE   *
      *   THE TITLE APPLICATION WENT TO THE STATE (STATUS S) AND THE   *
      *   DATE THE TITLE CAME BACK COMPLETE (STATUS C), WITH THE       *
      *   CLERK WHO KEYED EACH. THE AGING REPORT (VSEX60-2) LISTS      *
      *   EVERY RECORD STILL OPEN OR SUBMITTED.                        *
      *                                                                *
      *   THE LIENHOLDER IS THE DEALER WHEN THE SALE CREATED A         *
      *   DEALER FINANCE CONTRACT (FINMAST.DAT), OTHERWISE SPACES.     *
      *   ALL DATES ARE MMDDYYYY.                                      *
      *                                                                *
      ******************************************************************

       01 TITLE-WORK-RECORD.
         02 TWR-SALE-KEY.
           03 TWR-CUSTOMER-NUMBER             PIC X(4).
           03 TWR-SALE-SEQUENCE               PIC 9(2).
         02 TWR-STOCK-NUMBER                  PIC X(6).
         02 TWR-VIN                           PIC X(17).
         02 TWR-BUYER-NAME                    PIC X(20).
         02 TWR-ADDRESS                       PIC X(20).
         02 TWR-CITY                          PIC X(15).
         02 TWR-STATE                         PIC XX.
         02 TWR-ZIP-CODE                      PIC X(5).
         02 TWR-ZIP-PLUS-4                    PIC X(4).
         02 TWR-LIENHOLDER                    PIC X(20).
         02 TWR-SALE-DATE                     PIC 9(8).
         02 TWR-STORE-CODE                    PIC XX.
         02 TWR-CREATED-DATE                  PIC 9(8).
         02 TWR-SUBMITTED-DATE                PIC 9(8).
         02 TWR-SUBMITTED-CLERK               PIC X(6).
         02 TWR-COMPLETED-DATE                PIC 9(8).
         02 TWR-COMPLETED-CLERK               PIC X(6).
         02 TWR-STATUS                        PIC X.
           88 TWR-OPEN                        VALUE "O".
           88 TWR-SUBMITTED                   VALUE "S".
           88 TWR-COMPLETED                   VALUE "C".
           88 TWR-VOID                        VALUE "V".
         02 TWR-VOID-DATE                     PIC 9(8).
