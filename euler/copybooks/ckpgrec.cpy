      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Shared layout for one card of the checkpoint
      *          registry (checkpoint-registry.dat): a job that cuts
      *          its restart point through the CKPTSVC service, the
      *          parameter file a resumed run would read (blank for
      *          none), what the checkpoint's position counts, and
      *          what its state carries. The card is pipe delimited:
      *            job|parm-file|position|state
      *          (one line on file). CKPTAUD audits and clears by
      *          it and DASHBRD lists the live checkpoints by it. A
      *          new checkpointing job gets a card there, nowhere
      *          else.
      ******************************************************************
       01  registry-record.
           05  rg-job                  pic X(12).
           05  rg-parm-file            pic X(20).
           05  rg-position-meaning     pic X(30).
           05  rg-state-meaning        pic X(60).
       01  registry-card               pic X(130).
