      *> Hall selection parameter read from HALLPRM by every program
      *> that works one hall's league at a time - the nightly run,
      *> the generators and the season programs all serve the hall
      *> named here. With no parameter file, or a blank code, they
      *> serve the original league, whose records carry a blank
      *> hall code.
       01 HALL-PARM-RECORD.
           05 HLP-HALL-CODE     PIC X(2).
