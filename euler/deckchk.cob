      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Deck approval check, CALLed by BATCHDRV before it
      *          runs a deck and by STRMSCHD before it launches one.
      *          The live control file's size and cksum are matched
      *          against the deck's versions in the deck library
      *          (deck-library.dat, DECKLREC layout, kept by the
      *          DECKLIB utility); the verdict comes back as:
      *            "A"  the file is an APPROVED library version
      *                 (the version number is returned)
      *            "P"  the file is a checked-in version still
      *                 awaiting a SUPERVISOR's approval
      *            "X"  the file matches no library version of
      *                 the deck - edited in place since check-in
      *            "N"  the deck has never been checked in
      *            "T"  no deck library on file at all (the shop
      *                 before the library existed; callers decide,
      *                 the way they do over SIGNON's "no table")
      *          The checksum is the operating system's cksum,
      *          captured through a scratch file the way RELVERIF
      *          captures it for binaries.
      * Tectonics: cobc -m deckchk.cob
      ******************************************************************
       identification division.
       program-id. deckchk.
       environment division.
       input-output section.
       file-control.
           select optional library-file
               assign to "deck-library.dat"
               organization is line sequential
               file status is library-file-status.
           select optional cksum-scratch-file
               assign to "deckchk.tmp"
               organization is line sequential
               file status is cksum-scratch-status.
      ******************************************************************
       data division.
       file section.
       fd  library-file.
           copy decklrec.
       fd  cksum-scratch-file.
       01  cksum-scratch-line     pic X(80).

       working-storage section.
       01  library-file-status         pic XX.
           88  library-file-ok         value "00".
           88  library-file-eof        value "10".
       01  cksum-scratch-status        pic XX.
           88  cksum-scratch-ok        value "00".
       01  cksum-command               pic X(160).
       01  cksum-token                 pic X(12).
       01  size-token                  pic X(12).
       01  probe-checksum              pic 9(10).
       01  probe-size                  pic 9(10).
       01  library-was-read            pic X.
           88  library-on-file         value "Y".
       01  deck-cards-seen             pic 9(4) comp.
       01  pending-version             pic 9(4).
       01  version-display             pic 9(4).
       01  saved-return-code           pic s9(9) comp.

       linkage section.
       01  lk-deckchk-deck             pic X(12).
       01  lk-deckchk-filepath         pic X(80).
       01  lk-deckchk-verdict          pic X.
       01  lk-deckchk-version          pic 9(4).
       01  lk-deckchk-note             pic X(60).
      ******************************************************************
       procedure division using lk-deckchk-deck lk-deckchk-filepath
               lk-deckchk-verdict lk-deckchk-version
               lk-deckchk-note.
       check-deck-approval.
           move return-code to saved-return-code
           move zero to lk-deckchk-version
           move spaces to lk-deckchk-note
           move zero to pending-version
           move zero to deck-cards-seen
           move "N" to library-was-read
           move "N" to lk-deckchk-verdict
           perform probe-control-file
           perform scan-deck-library
           evaluate true
               when not library-on-file
                   move "T" to lk-deckchk-verdict
                   move "no deck-library.dat on file"
                       to lk-deckchk-note
               when lk-deckchk-verdict = "A"
                   move lk-deckchk-version to version-display
                   string "approved library version "
                       version-display
                       delimited by size into lk-deckchk-note
                   end-string
               when pending-version > zero
                   move "P" to lk-deckchk-verdict
                   move pending-version to lk-deckchk-version
                   move pending-version to version-display
                   string "library version " version-display
                       " awaits SUPERVISOR approval"
                       delimited by size into lk-deckchk-note
                   end-string
               when deck-cards-seen > zero
                   move "X" to lk-deckchk-verdict
                   move "control file matches no library version"
                       to lk-deckchk-note
               when other
                   move "N" to lk-deckchk-verdict
                   move "deck never checked in to the library"
                       to lk-deckchk-note
           end-evaluate
           move saved-return-code to return-code
           goback.

      * Size and checksum both come from one cksum line ("crc size
      * name"), so a control file that is missing probes as zeroes
      * and can never match a library card.
       probe-control-file.
           move zero to probe-checksum
           move zero to probe-size
           move spaces to cksum-command
           string "cksum " function trim(lk-deckchk-filepath)
               " 2>/dev/null | cut -d' ' -f1,2 > deckchk.tmp"
               delimited by size into cksum-command
           end-string
           call "SYSTEM" using cksum-command
           move spaces to cksum-token
           move spaces to size-token
           open input cksum-scratch-file
           if cksum-scratch-ok
               read cksum-scratch-file into cksum-scratch-line
                   at end
                       continue
                   not at end
                       unstring cksum-scratch-line
                           delimited by all spaces
                           into cksum-token size-token
                       end-unstring
               end-read
           end-if
           if cksum-scratch-ok or cksum-scratch-status = "05"
                   or cksum-scratch-status = "10"
               close cksum-scratch-file
           end-if
           if cksum-token not = spaces
                   and function test-numval(cksum-token) = 0
               move function numval(cksum-token) to probe-checksum
           end-if
           if size-token not = spaces
                   and function test-numval(size-token) = 0
               move function numval(size-token) to probe-size
           end-if.

      * The newest approved version matching the file wins; a match
      * that is only pending is remembered in case nothing approved
      * matches.
       scan-deck-library.
           open input library-file
           if library-file-ok
               perform until library-file-eof
                   read library-file
                       at end
                           continue
                       not at end
                           set library-on-file to true
                           perform weigh-library-card
                   end-read
               end-perform
           end-if
           if library-file-ok or library-file-eof
                   or library-file-status = "05"
               close library-file
           end-if.

       weigh-library-card.
           if decklib-deck not = lk-deckchk-deck
               exit paragraph
           end-if
           if decklib-version not numeric
                   or decklib-size not numeric
                   or decklib-checksum not numeric
               exit paragraph
           end-if
           add 1 to deck-cards-seen
           if probe-size = zero
               exit paragraph
           end-if
           if decklib-size not = probe-size
                   or decklib-checksum not = probe-checksum
               exit paragraph
           end-if
           if decklib-approved
               move "A" to lk-deckchk-verdict
               move decklib-version to lk-deckchk-version
           else
               move decklib-version to pending-version
           end-if.
       end program deckchk.
