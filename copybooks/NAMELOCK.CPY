      * NAMELOCK.CPY
      * Shared state for the NAMEFILE update enqueue.  Every program
      * that opens the roster master for update - cob-roster,
      * cob-hrload, cob-batch's REPROCESS mode, cob-reorg's RELOAD
      * and the cob-backout HR load backout - takes the NAMELOCK
      * file before opening NAMEFILE and clears it on the way out,
      * so a night load can no longer fire into the middle of an
      * open roster session and have one side clobber the other.
      * cob-scrub takes the same enqueue to protect MAINTLOG rather
      * than NAMEFILE: it keeps the roster screen and the HR load
      * from appending change records while the log is rewritten,
      * and when it leaves a MAINTLOGN generation it ends still
      * holding the lock, which its PRIVSCRB deck releases after
      * moving MAINTLOGN over MAINTLOG.
      *
      * NAMELOCK file record layout (one record while held):
      *   col 1-8    owning program   (ROSTER, HRLOAD, BATCH, REORG,
      *                               BACKOUT, SCRUB)
      *   col 10-14  owning operator  (signed-on ID, or BATCH)
      *   col 16-23  date taken, YYYYMMDD
      *   col 25-32  time taken, HHMMSSCC
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 09/02/2026  BB   Original version.
      * 10/15/2026  BB   cob-backout takes the enqueue too.
      * 10/15/2026  BB   cob-scrub (owner SCRUB) takes it to protect
      *                  MAINTLOG; its deck releases it.
      *----------------------------------------------------------------
       01  NAME-LOCK-CONTROLS.
           05  NLK-STATUS              PIC X(02)   VALUE SPACES.
