      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Legal-hold check for the retention jobs. HOUSEKEEP,
      *          GENARCH and REPLIC CALL here before they remove a
      *          file, a ledger line, or a generation, and leave it
      *          where it is when a hold in force covers it - see
      *          holdreq.cpy for the request area and holdrec.cpy
      *          for the register, legal-holds.dat, which LEGALHLD
      *          maintains. The register is read once, on the first
      *          CALL, and the holds in force (HELD, and not past
      *          their UNTIL date) are kept for the rest of the run:
      *          HOUSEKEEP asks once per ledger line. No register on
      *          file means no holds.
      * Tectonics: cobc -m holdchk.cob
      ******************************************************************
       identification division.
       program-id. holdchk.
       environment division.
       input-output section.
       file-control.
           select optional hold-file
               assign to "legal-holds.dat"
               organization is line sequential
               file status is hold-file-status.
      ******************************************************************
       data division.
       file section.
       fd  hold-file.
       01  hold-file-line         pic X(200).

       working-storage section.
       01  hold-file-status            pic XX.
           88  hold-file-ok            value "00".
           88  hold-file-eof           value "10".
       01  register-loaded             pic X value "N".
           88  register-is-loaded      value "Y".
           copy holdrec.
       01  force-table.
           05  force-entry occurs 200 times.
               10  frc-number          pic 9(4).
               10  frc-kind            pic X(6).
               10  frc-target          pic X(40).
               10  frc-from-date       pic X(10).
               10  frc-to-date         pic X(10).
               10  frc-case            pic X(20).
       01  force-count                 pic 9(4) comp value zero.
       01  force-index                 pic 9(4) comp.
       01  today-date-digits           pic 9(8).
       01  today-date-text             pic X(10).
       01  saved-return-code           pic s9(9) comp.

       linkage section.
           copy holdreq.
      ******************************************************************
       procedure division using hold-request.
       check-for-hold.
           move return-code to saved-return-code
           if not register-is-loaded
               perform load-holds-in-force
           end-if
           set hold-req-clear to true
           move zero to hold-req-number
           move spaces to hold-req-case
           perform varying force-index from 1 by 1
                   until force-index > force-count
                       or hold-req-held
               if frc-kind(force-index) = hold-req-kind
                       and frc-target(force-index) = hold-req-target
                   perform weigh-one-hold
               end-if
           end-perform
           move saved-return-code to return-code
           goback.

      * A ledger hold covers its program's lines inside its dates;
      * the other two cover their file or generation outright.
       weigh-one-hold.
           if frc-kind(force-index) = "LEDGER"
               if hold-req-date < frc-from-date(force-index)
                       or hold-req-date > frc-to-date(force-index)
                   exit paragraph
               end-if
           end-if
           set hold-req-held to true
           move frc-number(force-index) to hold-req-number
           move frc-case(force-index) to hold-req-case.

       load-holds-in-force.
           set register-is-loaded to true
           accept today-date-digits from date yyyymmdd
           move spaces to today-date-text
           string today-date-digits(1:4) "-"
               today-date-digits(5:2) "-" today-date-digits(7:2)
               delimited by size into today-date-text
           end-string
           open input hold-file
           if hold-file-ok
               perform until hold-file-eof
                   read hold-file
                       at end
                           continue
                       not at end
                           if hold-file-line not = spaces
                                   and hold-file-line(1:1) not = "*"
                               perform keep-hold-if-in-force
                           end-if
                   end-read
               end-perform
           end-if
           if hold-file-ok or hold-file-eof
                   or hold-file-status = "05"
               close hold-file
           end-if.

       keep-hold-if-in-force.
           move spaces to hold-field-work
           unstring hold-file-line delimited by "|"
               into hfw-number hfw-status hfw-kind hfw-target
                    hfw-from-date hfw-to-date hfw-case
                    hfw-placed-by hfw-placed-date hfw-until-date
                    hfw-released-by hfw-released-date
           end-unstring
           if hfw-status not = "HELD"
               exit paragraph
           end-if
           if hfw-until-date not = spaces
                   and hfw-until-date < today-date-text
               exit paragraph
           end-if
           if force-count >= 200
               exit paragraph
           end-if
           add 1 to force-count
           move zero to frc-number(force-count)
           if function test-numval(hfw-number) = 0
               move function numval(hfw-number)
                   to frc-number(force-count)
           end-if
           move hfw-kind to frc-kind(force-count)
           move hfw-target to frc-target(force-count)
           move hfw-from-date to frc-from-date(force-count)
           move hfw-to-date to frc-to-date(force-count)
           move hfw-case to frc-case(force-count).
       end program holdchk.
