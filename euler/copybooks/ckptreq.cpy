      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the CKPTSVC checkpoint service,
      *          the one restart point every long job keeps instead
      *          of a restart file of its own making. A checkpoint
      *          is one uniform record keyed by the job name: the
      *          job, the stream run number that cut it, the
      *          position reached, the accumulated state needed to
      *          go on from there, and when it was cut. Set the
      *          operation and JOB and CALL "ckptsvc":
      *            SAVE    cut the checkpoint from POSITION and
      *                    STATE; RUN-NUMBER zero takes the
      *                    stream's EULER_RUN_ID. PAUSE comes back
      *                    "Y" when the operator has asked this job
      *                    to quiesce (QUIESCE): the job stops with
      *                    the agreed PAUSED return code 77 and the
      *                    next run resumes from what was just cut
      *            LOAD    fill RUN-NUMBER, POSITION, STATE and
      *                    TIMESTAMP from the job's checkpoint
      *            CLEAR   the run is finished; drop the checkpoint
      *          STATUS comes back "0" when all is well, "N" when
      *          LOAD or CLEAR finds no checkpoint for the job, "E"
      *          when the checkpoint cannot be read or written.
      *          POSITION and STATE are the job's own: each keeps a
      *          fixed layout of display fields and moves it in and
      *          out whole. The jobs that checkpoint are listed in
      *          checkpoint-registry.dat (see ckpgrec.cpy), which is
      *          what CKPTAUD and the dashboard go by.
      ******************************************************************
       01  checkpoint-request.
           05  ckpt-op                 pic X(5).
               88  ckpt-op-save        value "SAVE".
               88  ckpt-op-load        value "LOAD".
               88  ckpt-op-clear       value "CLEAR".
           05  ckpt-job                pic X(12).
           05  ckpt-run-number         pic 9(6).
           05  ckpt-position           pic X(40).
           05  ckpt-timestamp          pic X(19).
           05  ckpt-state              pic X(2000).
           05  ckpt-status             pic X.
               88  ckpt-ok             value "0".
               88  ckpt-none           value "N".
               88  ckpt-failed         value "E".
           05  ckpt-pause              pic X.
               88  ckpt-pause-asked    value "Y".
