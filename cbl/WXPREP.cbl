      *   col  7-8  maximum gap (hours) to interpolate, default 3
      *   col 10-13 data year for the output date column
      *
      * The units and data year describe the station download in
      * hand, so they come only from the card.  The interpolation
      * limit is a shop rule: it is taken from the PARMMNT parameter
      * master through PARMLKUP (program WXPREP, parameter
      * MAX-GAP-HOURS) as it stands today, default 3, and a gap
      * limit punched on the card overrides it for a single run.
      * The run prints which value it used.
      *
      * Raw observation card (RAWWX):
      *   date(10) hour(2) temp(6) rh(3) press(6) wind(5)
      *   ghi(4) dni(4) dhi(4) cloud(3)
      *//STEPLIB   DD DSN=&SYSUID..LOAD,DISP=SHR
      *//RAWWX     DD DSN=&SYSUID..RAWSTATN,DISP=SHR
      *//WXCTL     DD DSN=&SYSUID..INPUT(WXCTL),DISP=SHR
      *//PARMMST   DD DSN=&SYSUID..PARMMST(0),DISP=SHR
      *//CLEANWX   DD DSN=&SYSUID..KSBYCLN,DISP=(NEW,CATLG)
      *//RUNLOG    DD DSN=&SYSUID..RUNLOG,DISP=MOD
      *//SYSOUT    DD SYSOUT=*,OUTLIM=2000
       01 max-gap-hours                        pic 99 value 3.
       01 data-year                            pic 9(4) value zero.

      * PARMLKUP resolution of the interpolation limit.
       01 parm-program                         pic x(8)
                                               value "WXPREP".
       01 parm-name                            pic x(16)
                                               value "MAX-GAP-HOURS".
       01 parm-as-of-date                      pic 9(8).
       01 parm-found-flag                      pic x.
           88 parm-found                       value "Y".
       01 parm-value                           pic x(20).
       01 parm-effective-date                  pic 9(8).
       01 max-gap-source                       pic x(30)
                                               value
                                               "(COMPILED DEFAULT)".

       01 hours-per-year                       pic 9(4) value 8760.

      * The whole year rides in storage: one slot per hour of year,
       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       procedure division.
       100-main-paragraph.
           display "********  WEATHER-FILE PREPARATION RUN  ********"
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           perform 200-read-control-card
           perform 250-init-weather-table
                   varying hour-idx from 1 by 1
           move clean-written-count to runlog-written
           move raw-reject-count to runlog-rejected
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display "********  WEATHER-FILE PREPARATION ENDS  ********"
           stop run.

      * A missing WXCTL DD just means the source is already in TMY3
      * units and the defaults stand.
       200-read-control-card.
           perform 205-look-up-max-gap
           open input prep-control-file
           if prep-control-ok then
              read prep-control-file
           end-if
           if data-year is equal to zero then
              move 1990 to data-year
           end-if
           display "MAXIMUM GAP INTERPOLATED: " max-gap-hours
                   " HOURS  " max-gap-source.

      * The master's value as of today; one that does not edit as a
      * number is reported and the default kept.
       205-look-up-max-gap.
           move function current-date(1:8) to parm-as-of-date
           call "PARMLKUP" using parm-program, parm-name,
                parm-as-of-date, parm-found-flag, parm-value,
                parm-effective-date
           if parm-found then
              if function test-numval(parm-value) is equal to zero
                 then
                 compute max-gap-hours = function numval(parm-value)
                 move spaces to max-gap-source
                 string "(PARMMST EFFECTIVE "
                        delimited by size
                        parm-effective-date delimited by size
                        ")" delimited by size
                        into max-gap-source
              else
                 display "PARAMETER " parm-name " VALUE " parm-value
                         " NOT NUMERIC - DEFAULT KEPT"
              end-if
           end-if.

       210-apply-control-card.
           end-if
           if function test-numval(pcc-max-gap) is equal to zero then
              compute max-gap-hours = function numval(pcc-max-gap)
              move "(WXCTL CARD OVERRIDE)" to max-gap-source
           end-if
           if function test-numval(pcc-year) is equal to zero then
              compute data-year = function numval(pcc-year)
