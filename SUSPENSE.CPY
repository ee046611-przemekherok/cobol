      *  ONE RECORD PER REJECTED SALES TRANSACTION, IN THE FULL     *
      *  SALES DETAIL LAYOUT PLUS THE REJECT REASON, THE NUMBER OF  *
      *  TIMES THE RECORD HAS BEEN SUBMITTED, THE DATE THE ITEM     *
      *  FIRST SUSPENDED, THE DATE IT LAST RECYCLED, THE BRANCH IT  *
      *  CAME IN ON (---- FOR AN UNBATCHED RECORD) AND A FLAG SET   *
      *  WHEN A SUPERVISOR HAS ACCEPTED A SUSPECTED DUPLICATE.      *
      *  SHARED BY SALESWITHCOMMISSION, SUSPMAINT AND FINALSET.     *
      ***************************************************************
        01  SUSPENSE-RECORD.
            05 SUSP-SALESPERSON-ID  PIC 9(5).
            05 SUSP-RESUB-COUNT     PIC 9(2).
            05 SUSP-FIRST-SUSP-DATE PIC 9(8).
            05 SUSP-LAST-RECYC-DATE PIC 9(8).
            05 SUSP-BRANCH-CODE     PIC X(4).
            05 SUSP-DUP-RELEASED    PIC X.
                88 SUSP-DUP-ACCEPTED      VALUE 'Y'.
