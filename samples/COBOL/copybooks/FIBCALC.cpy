      *****************************************************************
      * FIBCALC - BUSINESS-CALENDAR RECORD, KEYED BY DATE
      *
      * ONE RECORD PER NON-STANDARD DATE, MAINTAINED BY FIBCALLD
      * (AND ONLINE, UNDER DUAL CONTROL, BY FIBCALM - SEE FIBCALPC):
      *   CAL-TYPE H - HOLIDAY (NO PROCESSING)
      *   CAL-TYPE F - HALF DAY (PROCESSING RUNS)
      *   CAL-TYPE S - PROCESSING SUSPENDED
