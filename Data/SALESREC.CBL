      *   CUSTOMER ZIP. SALES POSTED BEFORE THE FIELDS EXISTED CARRY   *
      *   SPACES IN THE JURISDICTION.                                  *
      *                                                                *
      *   CSR-SALESPERSON-ID IS THE SALESPERSON WHO CLOSED THE DEAL,   *
      *   CARRIED FROM THE AUTOTRAN.DAT DETAIL AND VALIDATED AGAINST   *
      *   THE SALESPERSON MASTER (SLSPMAST.DAT). SALES POSTED BEFORE   *
      *   THE FIELD EXISTED CARRY SPACES THERE.                        *
      *                                                                *
      *   CSR-STORE-CODE IS THE SELLING STORE, KEYED ON THE            *
      *   AUTOTRAN.DAT DETAIL AND VALIDATED AGAINST THE STORE MASTER   *
      *   (STORMAST.DAT). A SALE KEYED WITHOUT ONE CARRIES THE STORE   *
      *   OF THE CUSTOMER'S PRIOR SALE.                                *
      *                                                                *
      ******************************************************************

       01 CUSTOMER-SALES-RECORD.
         02 CSR-STOCK-NUMBER                  PIC X(6).
         02 CSR-TAX-JURISDICTION              PIC X(3).
         02 CSR-SALES-TAX                     PIC 9(4)V99.
         02 CSR-SALESPERSON-ID                PIC XX.
