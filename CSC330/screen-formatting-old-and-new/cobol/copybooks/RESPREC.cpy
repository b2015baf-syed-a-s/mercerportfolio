      *> One campaign response from marketing, fixed columns: the
      *> CustomerId that responded, the CampaignCode they answered,
      *> the date of the response (YYYYMMDD) and marketing's response
      *> type (ORDER, CALL, COUPON, WEB ...).  The same layout serves
      *> the day's campaign-response.dat and the permanent
      *> response-history.dat resptrk loads it onto.
       01 ResponseRecord.
           02 Resp-CustomerId PIC X(9).
           02 FILLER PIC X(1).
           02 Resp-Campaign PIC X(8).
           02 FILLER PIC X(1).
           02 Resp-Date PIC X(8).
           02 FILLER PIC X(1).
           02 Resp-Type PIC X(10).
