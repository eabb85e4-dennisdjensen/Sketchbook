      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one card of the control-deck
      *          library index (deck-library.dat). Every named deck
      *          the driver runs is kept as numbered versions: the
      *          DECKLIB utility copies the deck's control file into
      *          deck-library/<deck>.vNNNN at check-in and appends
      *          one of these cards with the editor, the reason, and
      *          the file's size and cksum; a SUPERVISOR's approval
      *          rewrites the card APPROVED with the approver and
      *          date. The DECKCHK module matches a live control
      *          file's size and cksum against these cards before
      *          BATCHDRV or STRMSCHD will run it. Kept as a
      *          copybook, the way SECJREC is, so the utility and
      *          the checker agree on the field widths.
      ******************************************************************
       01  deck-library-record.
           05  decklib-deck            pic X(12).
           05  filler                  pic X value space.
           05  decklib-version         pic 9(4).
           05  filler                  pic X value space.
           05  decklib-status          pic X(8).
               88  decklib-pending     value "PENDING".
               88  decklib-approved    value "APPROVED".
           05  filler                  pic X value space.
           05  decklib-checkin-date    pic X(10).
           05  filler                  pic X value space.
           05  decklib-checkin-time    pic X(8).
           05  filler                  pic X value space.
           05  decklib-editor          pic X(8).
           05  filler                  pic X value space.
           05  decklib-approver        pic X(8).
           05  filler                  pic X value space.
           05  decklib-approve-date    pic X(10).
           05  filler                  pic X value space.
           05  decklib-size            pic 9(10).
           05  filler                  pic X value space.
           05  decklib-checksum        pic 9(10).
           05  filler                  pic X value space.
           05  decklib-reason          pic X(60).
