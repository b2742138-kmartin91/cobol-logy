      *> Archive selection parameter read from ARCHPRM by the programs
      *> that read the scored-roll history, so a question about a
      *> past season can be answered from the dated archive PURGE
      *> moved it to. A blank archive name reads the live SCOREHX; a
      *> season id (YYYY-YYYY) limits the rolls read to that season,
      *> and a blank one takes every roll on a named archive. With
      *> neither given the live file is read as it always has been.
       01 ARCHIVE-PARM-RECORD.
           05 ARP-ARCHIVE-NAME  PIC X(20).
           05 FILLER            PIC X.
           05 ARP-SEASON-ID     PIC X(9).
