      *    SGPFUPD - preference-master maintenance update
      *    transaction.  Applied to the PREFFILE master by sgprfmt;
      *    every update is audited, malformed or pointless updates
      *    are rejected with a reason.  OPTOUT/OPTIN add or remove
      *    one message class from the address's opt-out list; SETCAP
      *    replaces the frequency cap (zero max removes it); DELETE
      *    drops the address's preference row outright.
           05  PU-FUNCTION             PIC X(8).
               88  PU-IS-OPTOUT             VALUE "OPTOUT".
               88  PU-IS-OPTIN              VALUE "OPTIN".
               88  PU-IS-SETCAP             VALUE "SETCAP".
               88  PU-IS-DELETE             VALUE "DELETE".
           05  PU-ADDRESS              PIC X(100).
           05  PU-MSG-CLASS            PIC X(4).
           05  PU-MAX-MSGS             PIC 9(3).
           05  PU-WINDOW-DAYS          PIC 9(3).
           05  PU-USER-ID              PIC X(8).
