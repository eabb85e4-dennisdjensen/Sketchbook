      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one card of the data lineage
      *          registry (lineage-registry.dat): which program reads
      *          or writes which file, under which copybook, and
      *          which programs CALL which file-handling modules -
      *          so a module's files count as its callers' files too.
      *          The cards are pipe delimited, one line on file:
      *            READ|program|file|copybook
      *            WRITE|program|file|copybook
      *            CALLS|program|module
      *            JOURNAL|file
      *          A program is named as its deck step names it (the
      *          binary), a copybook left blank where the file has
      *          no record layout of its own. A JOURNAL is a shared
      *          log nearly every job appends to (the results
      *          ledger, the run log): the impact walk lists it but
      *          does not follow it, or every job would be
      *          downstream of every other. Read by the LINEAGE
      *          module.
      ******************************************************************
       01  lineage-card-record.
           05  ln-card-type            pic X(8).
               88  ln-card-read        value "READ".
               88  ln-card-write       value "WRITE".
               88  ln-card-calls       value "CALLS".
               88  ln-card-journal     value "JOURNAL".
           05  ln-program              pic X(12).
           05  ln-file                 pic X(40).
           05  ln-copybook             pic X(12).
       01  lineage-card                pic X(100).
