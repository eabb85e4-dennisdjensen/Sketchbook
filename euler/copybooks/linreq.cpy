      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the LINEAGE module over the data
      *          lineage registry (lineage-registry.dat, see
      *          linrec.cpy). Set the operation and the SUBJECT - a
      *          program, a file, or a copybook, as the registry
      *          names them - and CALL "lineage":
      *            DOWNSTREAM  every file the subject writes, every
      *                        program that reads one of those, the
      *                        files that program writes in turn, and
      *                        so on; for a file, its consumers first
      *            UPSTREAM    the same walk the other way: what the
      *                        subject reads and who produced it
      *          A copybook subject starts the walk at every file
      *          laid out by it. A program's files include those of
      *          the modules it CALLs, and a module's reader or
      *          writer brings its callers in with it. KIND comes
      *          back PROGRAM, FILE or COPYBOOK (spaces: the
      *          registry does not know the subject). Entry 1 is the
      *          subject itself at depth 0; every other entry is one
      *          program or file reached, its depth (steps from the
      *          subject), the entry it was reached from (VIA), and
      *          how: READ or WRITE as the registry card linking the
      *          two says, CALLS for a caller brought in by its
      *          module, LAYOUT for a file reached from its
      *          copybook. A JOURNAL file is listed but not
      *          walked through, unless it is the subject or laid
      *          out by the subject copybook. STATUS is "0" when all
      *          is well, "N" with no registry on file, "F" when the
      *          walk filled the table and stopped short. MAX-DEPTH
      *          zero walks as far as the registry goes.
      ******************************************************************
       01  lineage-request.
           05  lineage-op              pic X(10).
               88  lineage-op-downstream value "DOWNSTREAM".
               88  lineage-op-upstream   value "UPSTREAM".
           05  lineage-subject         pic X(40).
           05  lineage-max-depth       pic 9(2).
           05  lineage-kind            pic X(8).
               88  lineage-kind-program  value "PROGRAM".
               88  lineage-kind-file     value "FILE".
               88  lineage-kind-copybook value "COPYBOOK".
               88  lineage-kind-unknown  value spaces.
           05  lineage-status          pic X.
               88  lineage-ok          value "0".
               88  lineage-no-registry value "N".
               88  lineage-table-full  value "F".
           05  lineage-count           pic 9(3).
           05  lineage-entry occurs 300 times.
               10  lineage-entry-kind  pic X(8).
                   88  lineage-entry-is-program  value "PROGRAM".
                   88  lineage-entry-is-file     value "FILE".
                   88  lineage-entry-is-journal  value "JOURNAL".
                   88  lineage-entry-is-copybook value "COPYBOOK".
               10  lineage-entry-name  pic X(40).
               10  lineage-entry-depth pic 9(2).
               10  lineage-entry-via   pic X(40).
               10  lineage-entry-how   pic X(6).
               10  lineage-entry-copybook pic X(12).
