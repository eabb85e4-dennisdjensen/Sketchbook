      *          and CALL "busdays":
      *            op "A": DATE-1 plus COUNT business days ->
      *                    RESULT (weekends and the shop holidays
      *                    in batch-holidays.dat skipped); a
      *                    negative COUNT steps backward
      *            op "C": business days after DATE-1 up to and
      *                    including DATE-2 -> COUNT
      *          STATUS comes back "0" when all is well, "D" for a
