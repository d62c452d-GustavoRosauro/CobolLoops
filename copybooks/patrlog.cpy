      *****************************************************************
      *  PATRLOG - one entry on the processing-date roll log
      *  (ROLLLOG, sequential, extended by every entry), written by
      *  PATROLL: 'S' when a night's first step passes the working
      *  day check and the night for RLG-BUS-DATE starts, 'R' when
      *  its last step moves the processing date on from
      *  RLG-BUS-DATE to RLG-NEW-DATE, the next working day, passing
      *  over RLG-DAYS-SKIPPED dates that do not work. The last
      *  entry is what stops the date being rolled twice: a roll is
      *  only made for a night that has started ('S' for the
      *  current date) and not yet been rolled.
      *  RLG-OVERRIDE is 'Y' on a night started by PARM=OVERRIDE on
      *  a date the check would have refused, or a roll made by
      *  PARM=FORCE without a started night.
      *****************************************************************
       01  ROLL-LOG-RECORD.
           05  RLG-EVENT                   PIC X(1).
               88  RLG-NIGHT-STARTED       VALUE 'S'.
               88  RLG-DATE-ROLLED         VALUE 'R'.
           05  RLG-BUS-DATE                PIC X(8).
           05  RLG-NEW-DATE                PIC X(8).
           05  RLG-DAYS-SKIPPED            PIC 9(3).
           05  RLG-TIMESTAMP               PIC X(14).
           05  RLG-OVERRIDE                PIC X(1).
               88  RLG-BY-OVERRIDE         VALUE 'Y'.
           05  FILLER                      PIC X(25).
