      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: On-call rota lookup: who is on duty, primary and
      *          secondary, on a given date. The rota is
      *          oncall-rota.dat, two kinds of card:
      *            CONTACT user address
      *                 where the mail gateway reaches that user
      *                 (a user with no CONTACT card is addressed by
      *                 the user id alone)
      *            YYYYMMDD YYYYMMDD DAYS primary secondary
      *                 first and last day inclusive; DAYS one of
      *                 BUSINESS, OFFDAY (weekends and the shop
      *                 holidays), or ALL
      *          Weekends and holidays are told apart through the
      *          BUSDAYS calendar, so a holiday falls to the OFFDAY
      *          cover without anyone editing the rota for it. The
      *          first card that covers the date wins - put the
      *          weekend cards ahead of a catch-all ALL card. See
      *          oncreq.cpy for the request area. NOTIFY CALLs here
      *          for the address of an alert notification.
      * Tectonics: cobc -m oncall.cob busdays.cob
      ******************************************************************
       identification division.
       program-id. oncall.
       environment division.
       input-output section.
       file-control.
           select optional rota-file
               assign to "oncall-rota.dat"
               organization is line sequential
               file status is rota-file-status.
      ******************************************************************
       data division.
       file section.
       fd  rota-file.
       01  rota-file-line         pic X(120).

       working-storage section.
       01  rota-file-status            pic XX.
           88  rota-file-ok            value "00".
           88  rota-file-eof           value "10".
       01  card-word-1                 pic X(10).
       01  card-word-2                 pic X(10).
       01  card-word-3                 pic X(60).
       01  card-word-4                 pic X(10).
       01  card-word-5                 pic X(10).
       01  from-date                   pic 9(8).
       01  to-date                     pic 9(8).
       01  saved-return-code           pic s9(9) comp.
           copy busdreq.

       linkage section.
           copy oncreq.
      ******************************************************************
       procedure division using oncall-request.
       find-on-call.
           move return-code to saved-return-code
           set oncall-no-cover to true
           move spaces to oncall-primary
           move spaces to oncall-secondary
           move spaces to oncall-primary-address
           move spaces to oncall-secondary-address
           if oncall-date = zero
               accept oncall-date from date yyyymmdd
           end-if
           perform classify-the-day
           perform scan-rota-for-duty
           if oncall-found
               perform scan-rota-for-addresses
               if oncall-primary-address = spaces
                   move oncall-primary to oncall-primary-address
               end-if
               if oncall-secondary-address = spaces
                   move oncall-secondary to oncall-secondary-address
               end-if
           end-if
           move saved-return-code to return-code
           goback.

      * The latest business day on or before the date is the date
      * itself exactly when it is a business day - the same CALL
      * BATCHDRV makes for &BUSDATE.
       classify-the-day.
           set oncall-off-day to true
           set busdays-op-add to true
           compute busdays-date-1 = function date-of-integer(
               function integer-of-date(oncall-date) + 1)
           move -1 to busdays-count
           move oncall-date to busdays-result
           call "busdays" using busdays-request
               on exception
                   move "D" to busdays-status
           end-call
           if busdays-ok
               if busdays-result = oncall-date
                   set oncall-business-day to true
               end-if
           else
      * No calendar to hand: Monday to Friday are business days.
               if function mod(function integer-of-date(oncall-date),
                       7) >= 1
                   and function mod(function integer-of-date(
                       oncall-date), 7) <= 5
                   set oncall-business-day to true
               end-if
           end-if.

       scan-rota-for-duty.
           open input rota-file
           if rota-file-ok
               perform until rota-file-eof or oncall-found
                   read rota-file
                       at end
                           continue
                       not at end
                           perform weigh-duty-card
                   end-read
               end-perform
           end-if
           perform close-rota-file.

       weigh-duty-card.
           perform split-rota-card
           if card-word-1 = spaces or card-word-1 = "CONTACT"
               exit paragraph
           end-if
           if card-word-1(1:8) is not numeric
                   or card-word-2(1:8) is not numeric
               display "oncall: bad rota card ignored: "
                   function trim(rota-file-line) upon syserr
               exit paragraph
           end-if
           move card-word-1(1:8) to from-date
           move card-word-2(1:8) to to-date
           if oncall-date < from-date or oncall-date > to-date
               exit paragraph
           end-if
           evaluate true
               when card-word-3 = "ALL"
                   continue
               when card-word-3 = "BUSINESS"
                       and oncall-business-day
                   continue
               when card-word-3 = "OFFDAY" and oncall-off-day
                   continue
               when other
                   exit paragraph
           end-evaluate
           move card-word-4 to oncall-primary
           move card-word-5 to oncall-secondary
           set oncall-found to true.

       scan-rota-for-addresses.
           open input rota-file
           if rota-file-ok
               perform until rota-file-eof
                   read rota-file
                       at end
                           continue
                       not at end
                           perform weigh-contact-card
                   end-read
               end-perform
           end-if
           perform close-rota-file.

       weigh-contact-card.
           perform split-rota-card
           if card-word-1 not = "CONTACT"
               exit paragraph
           end-if
           if card-word-2 = oncall-primary
               move card-word-3 to oncall-primary-address
           end-if
           if card-word-2 = oncall-secondary
                   and oncall-secondary not = spaces
               move card-word-3 to oncall-secondary-address
           end-if.

       split-rota-card.
           move spaces to card-word-1
           move spaces to card-word-2
           move spaces to card-word-3
           move spaces to card-word-4
           move spaces to card-word-5
           if rota-file-line = spaces or rota-file-line(1:1) = "*"
               exit paragraph
           end-if
           unstring rota-file-line delimited by all spaces
               into card-word-1 card-word-2 card-word-3
                    card-word-4 card-word-5
           end-unstring.

       close-rota-file.
           if rota-file-ok or rota-file-eof
                   or rota-file-status = "05"
               close rota-file
           end-if.
       end program oncall.
