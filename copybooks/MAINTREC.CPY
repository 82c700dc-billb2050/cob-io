      * Shared MAINTLOG change-history record layout, written by every
      * program that maintains the roster or the reference data -
      * cob-roster and cob-hrload (NAMEFILE), cob-template (GREETTPL),
      * cob-repair (SUSPENSE), cob-visitor (VISITREG, where a bar
      * set or cleared is logged as a change), and cob-leave and
      * cob-hrload (LEAVECAL), plus cob-backout (NAMEFILE, EVENTS
      * and LEAVECAL) when it undoes a cob-hrload run from
      * the before-images logged here - and reported by the
      * cob-chgrpt daily change report.  Where AUDITLOG records why a
      * greeting was rejected, MAINTLOG records what a maintenance
      * action actually changed: which program, which file, which
      * key, and the record image before and after.
      *
      * Actions: A added, C changed, I inactivated, D deleted or
      * scrapped.  The before image is spaces on an add; the after
      *                  stamped by the interactive screens (the
      *                  USERSEC sign-on), BATCH for cob-hrload -
      *                  so a change is no longer anonymous.
      * 10/15/2026  BB   cob-backout restores a cob-hrload run from
      *                  these before-images and logs each restore
      *                  as program BACKOUT.
      * 10/15/2026  BB   cob-visitor logs its VISITREG visitor
      *                  register maintenance here, keyed on the
      *                  visitor name.
      * 10/15/2026  BB   MT-BEFORE-IMAGE and MT-AFTER-IMAGE widened
      *                  from 50 to 100 bytes - the NAMEFILE record
      *                  outgrew 50 with the delivery preference and
      *                  contact address.  The old MAINTLOG is
      *                  closed off and kept at the cutover and the
      *                  new layout starts a fresh log.
      * 10/15/2026  BB   cob-leave and cob-hrload log their LEAVECAL
      *                  leave calendar maintenance here, keyed on
      *                  the operator ID and leave start date.
      *----------------------------------------------------------------
       01  MAINT-LOG-REC.
           05  MT-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  MT-USER-ID              PIC X(05).
           05  FILLER                  PIC X(01).
           05  MT-BEFORE-IMAGE         PIC X(100).
           05  FILLER                  PIC X(01).
           05  MT-AFTER-IMAGE          PIC X(100).
