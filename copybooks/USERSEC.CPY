      *----------------------------------------------------------------
      * USERSEC.CPY
      * Operator security for the maintenance screens (cob-roster,
      * cob-repair, cob-template, cob-visitor, cob-shift, cob-leave) -
      * the USERSEC file record layout, the in-core table it is
      * loaded into at sign-on, and the shared sign-on state.  An
      * operator signs on with the same operator ID carried on
      * OPERIDX plus a PIN, and the privilege level gates the
      * destructive selections: a shift operator (O) can list and
      * correct, a lead (L) can also scrap a suspense entry,
      * inactivate a roster record, set or clear a bar on the
      * VISITREG visitor register, or delete a leave from the
      * LEAVECAL leave calendar.  The signed-on ID is stamped on the
      * MAINTLOG records the session writes.
      *
      * USERSEC file record layout (one per line):
      *   col 1-5    operator ID, matches OPIX-OPER-ID
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 09/02/2026  BB   Original version.
      * 10/15/2026  BB   The cob-visitor register screen signs on
      *                  here too; barring a visitor or clearing a
      *                  bar is a lead selection.
      * 10/15/2026  BB   The cob-leave leave calendar screen signs on
      *                  here too; deleting a leave is a lead
      *                  selection.
      *----------------------------------------------------------------
       01  USER-SEC-CONTROLS.
           05  SGN-SEC-STATUS          PIC X(02)   VALUE SPACES.
