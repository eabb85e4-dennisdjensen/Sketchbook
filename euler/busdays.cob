      *          payment terms count. See busdreq.cpy for the
      *          request area.
      * Tectonics: cobc -m busdays.cob
      * Modifications:
      *   15 Oct 2026 - Operation A now takes a negative COUNT and
      *                 steps backward, so "the business day before
      *                 this one" is one CALL - the batch driver's
      *                 &BUSDATE / &PREVBUSDATE card symbols are
      *                 worked out that way.
      ******************************************************************
       identification division.
       program-id. busdays.
           end-evaluate
           goback.

      * A negative count walks backward through the calendar the same
      * way a positive one walks forward.
       add-business-days.
           move busdays-count to days-left
           perform until days-left = zero
               if days-left > zero
                   add 1 to day-number
               else
                   subtract 1 from day-number
               end-if
               perform judge-business-day
               if is-business-day
                   if days-left > zero
                       subtract 1 from days-left
                   else
                       add 1 to days-left
                   end-if
               end-if
           end-perform
           move function date-of-integer(day-number)
