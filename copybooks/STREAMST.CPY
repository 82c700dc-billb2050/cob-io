      *----------------------------------------------------------------
      * STREAMST.CPY
      * Record layout for the STREAMST nightly stream status file,
      * rewritten by the cob-stream job-stream driver after every
      * job it starts, holds or passes over, and reported by the
      * cob-runstat operations statistics program.  The file is the
      * driver's memory of the night - a RESUME run picks it up and
      * carries on at the job that failed or was held, instead of
      * starting the whole stream over.
      *
      *   H  stream header - when the stream started and ended, its
      *                      state, how many times it has been
      *                      resumed, and its graded return code
      *   J  job entry     - one per scheduled job, in schedule
      *                      order: its state, whether this session
      *                      resumed it, when it last started and
      *                      ended, its graded return code, and a
      *                      short note saying why it was held
      *
      * Job states:
      *   P  pending   - not yet started this night
      *   C  complete  - ran and graded within its tolerance
      *   F  failed    - ran and graded above its tolerance
      *   H  held      - not started, a predecessor had not run
      *                  clean
      *   S  skipped   - completed in an earlier session of this
      *                  night and passed over by a RESUME run
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  STREAM-STATUS-REC.
           05  SS-REC-TYPE             PIC X(01).
               88  SS-HEADER           VALUE "H".
               88  SS-JOB              VALUE "J".
           05  FILLER                  PIC X(01).
           05  SS-REC-BODY             PIC X(70).
           05  SS-HEADER-BODY          REDEFINES SS-REC-BODY.
               10  SS-STREAM-DATE      PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-STREAM-TIME      PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-END-DATE         PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-END-TIME         PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-STREAM-STATE     PIC X(01).
                   88  SS-STREAM-RUNNING    VALUE "R".
                   88  SS-STREAM-COMPLETE   VALUE "C".
                   88  SS-STREAM-INCOMPLETE VALUE "I".
               10  FILLER              PIC X(01).
               10  SS-RESUME-COUNT     PIC 9(02).
               10  FILLER              PIC X(01).
               10  SS-STREAM-RC        PIC 9(02).
               10  FILLER              PIC X(27).
           05  SS-JOB-BODY             REDEFINES SS-REC-BODY.
               10  SS-JOB-NAME         PIC X(08).
               10  FILLER              PIC X(01).
               10  SS-JOB-STATE        PIC X(01).
                   88  SS-JOB-PENDING  VALUE "P".
                   88  SS-JOB-COMPLETE VALUE "C".
                   88  SS-JOB-FAILED   VALUE "F".
                   88  SS-JOB-HELD     VALUE "H".
                   88  SS-JOB-SKIPPED  VALUE "S".
               10  FILLER              PIC X(01).
               10  SS-JOB-RESUMED      PIC X(01).
                   88  SS-JOB-WAS-RESUMED VALUE "Y".
               10  FILLER              PIC X(01).
               10  SS-JOB-START-DATE   PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-JOB-START-TIME   PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-JOB-END-DATE     PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-JOB-END-TIME     PIC 9(08).
               10  FILLER              PIC X(01).
               10  SS-JOB-RC           PIC 9(02).
               10  FILLER              PIC X(01).
               10  SS-JOB-NOTE         PIC X(18).
