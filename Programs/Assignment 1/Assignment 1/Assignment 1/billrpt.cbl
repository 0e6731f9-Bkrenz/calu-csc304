      *    TO (BILLHIST.TXT) AND REPORTS BILLS, UNITS, AND REVENUE BY
      *    PERIOD, WITH MONTH-OVER-MONTH COMPARISON, SO MANAGEMENT'S
      *    TREND NUMBERS COME FROM THE ARCHIVE INSTEAD OF BEING
      *    RE-ADDED FROM PRINTED COPIES. EVERY BILLING CYCLE OF A
      *    MONTH WRITES ITS BILLS UNDER THE MONTH'S PERIOD, SO EACH
      *    PERIOD LINE IS THE WHOLE MONTH ACROSS ALL CYCLES.
      *
      ******************************************************************

