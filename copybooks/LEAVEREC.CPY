      *----------------------------------------------------------------
      * LEAVEREC.CPY
      * In-core leave calendar table, loaded from the LEAVECAL file
      * by cob-batch's daily, shift and EVENT runs (an operator whose
      * leave covers the run date is counted on leave and not
      * greeted), maintained by cob-hrload through the nightly
      * HREXTRAC feed's L transaction and by hand on the cob-leave
      * screen, and restored by cob-backout.
      *
      * A leave belongs to an operator (LV-OPER-ID matches
      * NR-OPER-ID) and is keyed by the operator and its start date,
      * so an operator may have several leaves on the calendar.  It
      * has a type - M medical, P parental, S sabbatical, U unpaid,
      * O other - and covers every date from the start date to the
      * end date inclusive.  The operator's roster status is not
      * touched, so a returning operator is greeted again the day
      * after the leave ends without anyone remembering to do it.
      *
      * LEAVECAL file record layout (one per line), which is also
      * the MAINTLOG image of a leave entry:
      *   col 1-5    operator ID, matches NR-OPER-ID
      *   col 7      leave type, M P S U or O
      *   col 9-16   start date, YYYYMMDD
      *   col 18-25  end date, YYYYMMDD
      *
      * The MAINTLOG record key is the operator ID and start date
      * separated by a space.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  LEAVE-CAL-CONTROLS.
           05  LV-LEAVE-COUNT          PIC 9(03)   COMP VALUE ZERO.

       01  LEAVE-CAL-TABLE.
           05  LEAVE-CAL-ENTRY         OCCURS 300 TIMES
                                        INDEXED BY LEAVE-CAL-IX.
               10  LV-OPER-ID          PIC X(05).
               10  LV-LEAVE-TYPE       PIC X(01).
                   88  LV-TYPE-VALID   VALUE "M" "P" "S" "U" "O".
               10  LV-START-DATE       PIC X(08).
               10  LV-END-DATE         PIC X(08).
