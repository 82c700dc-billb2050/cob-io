      * when it started and ended, how it graded, and the key counts
      * the step already accumulates.  "Did Tuesday's run finish,
      * and how long did it take" is answered from this file.
      *
      * The cob-stream nightly driver appends one record per
      * session under job NIGHTLY, step STREAM, and reads the file
      * back to grade each scheduled job's predecessors.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 09/02/2026  BB   Original version.
      * 10/15/2026  BB   Noted the cob-stream NIGHTLY records and
      *                  the driver's predecessor checks.
      *----------------------------------------------------------------
       01  RUN-HIST-REC.
           05  RH-JOB-NAME             PIC X(08).
