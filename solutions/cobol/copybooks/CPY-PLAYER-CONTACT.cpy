      *> Player contact record kept alongside the player master and
      *> maintained by PLAYMNT, keyed by the same player id - the
      *> phone number and email address the league messaging service
      *> may use, and whether the member has agreed to be sent
      *> anything at all. Only a member whose flag is Y may ever be
      *> written to the outbound notice file; a member with no row is
      *> treated as not opted in. The opt date is the day the flag
      *> last changed, kept as the record of the member's consent.
       01 PLAYER-CONTACT-RECORD.
           05 PC-PLAYER-ID      PIC X(10).
           05 PC-PHONE          PIC X(15).
           05 PC-EMAIL          PIC X(50).
           05 PC-OPT-IN         PIC X.
              88 PC-OPTED-IN    VALUE "Y".
              88 PC-OPTED-OUT   VALUE "N".
           05 PC-OPT-DATE       PIC X(10).
