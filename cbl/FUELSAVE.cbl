       01 runlog-read                          pic 9(7) value zero.
       01 runlog-written                       pic 9(7) value zero.
       01 runlog-rejected                      pic 9(7) value zero.
       01 runlog-return-code                   pic 9(4) value zero.
       01 runlog-condition                     pic x(20) value spaces.

       01 mode-in            pic x.
       01 mode-flag          pic x   value "S".
       display-title-screen.
           move "S" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           display spaces
           display "**** % FUEL SAVINGS CALCULATOR UTILITY BEGINS ****"
           display "Written by, Clifford A. Chipman, EMIT"
           display spaces
           move "E" to runlog-event
           call "RUNLOG" using runlog-event, runlog-pgm,
                runlog-read, runlog-written, runlog-rejected,
                runlog-return-code, runlog-condition
           stop run.

       batch-process.
