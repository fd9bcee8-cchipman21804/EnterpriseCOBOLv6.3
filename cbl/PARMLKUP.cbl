       identification division.
       program-id.    PARMLKUP.
       author.        Chipman.

      ******************************************************************
      *                                                                *
      *           Shared Business-Parameter Master Lookup              *
      *                                                                *
      ******************************************************************
      *
      * One-call resolution of a business parameter -- a grace
      * period, a fee, a tolerance -- from the PARMMNT parameter
      * master, as it stood on a given date.  The master keeps
      * every value a parameter has had, each under the date it
      * took effect; the lookup returns the one with the latest
      * effective date on or before the as-of date, so a program
      * asking with its run date gets the value in force that
      * night, and a rerun of an old night gets that night's value.
      *
      * The subprogram never takes the caller down: a missing
      * PARMMST DD, a parameter that is not on the master, or one
      * whose first value takes effect after the as-of date comes
      * back as found = "N" and the caller keeps its own default.
      * The value comes back as the 20 characters keyed on the
      * master; the caller edits it into its own picture.
      *
      * Calling convention:
      *   CALL "PARMLKUP" USING program, parameter-name, as-of-date,
      *                         found-flag, parameter-value,
      *                         effective-date
      *
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select parameter-master assign to PARMMST
                    organization is sequential
                    file status is parameter-master-status.

       data division.
       file section.
       fd  parameter-master record contains 80 characters
                            recording mode f.
       01  parameter-master-record.
           02 pmr-program                      pic x(8).
           02 filler                           pic x.
           02 pmr-parm-name                    pic x(16).
           02 filler                           pic x.
           02 pmr-effective-date               pic 9(8).
           02 filler                           pic x.
           02 pmr-value                        pic x(20).
           02 filler                           pic x(25).

       working-storage section.

       01 parameter-master-status              pic xx value "00".
           88 parameter-master-ok              value "00".
       01 master-eof-sw                        pic x.
           88 master-eof                       value "Y".

       linkage section.
       01 lk-program                           pic x(8).
       01 lk-parm-name                         pic x(16).
       01 lk-as-of-date                        pic 9(8).
       01 lk-found-flag                        pic x.
       01 lk-parm-value                        pic x(20).
       01 lk-effective-date                    pic 9(8).

       procedure division using lk-program, lk-parm-name,
                                lk-as-of-date, lk-found-flag,
                                lk-parm-value, lk-effective-date.
       100-lookup-parameter.
           move "N" to lk-found-flag
           move spaces to lk-parm-value
           move zero to lk-effective-date
           move "N" to master-eof-sw
           open input parameter-master
           if not parameter-master-ok then
              goback
           end-if
           perform 200-read-master-record until master-eof
           close parameter-master
           goback.

       200-read-master-record.
           read parameter-master
              at end set master-eof to true
              not at end perform 300-check-record
           end-read.

      * The whole master is read: effective dates need not arrive in
      * order, and the latest one not after the as-of date wins.
       300-check-record.
           if pmr-program is equal to lk-program and
              pmr-parm-name is equal to lk-parm-name and
              pmr-effective-date is not greater than lk-as-of-date
              and pmr-effective-date is not less than
              lk-effective-date then
              move "Y" to lk-found-flag
              move pmr-value to lk-parm-value
              move pmr-effective-date to lk-effective-date
           end-if.
