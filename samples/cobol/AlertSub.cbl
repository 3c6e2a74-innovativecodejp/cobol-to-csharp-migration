      *>        |DATE=yyyymmdd|TIME=hhmmsscc|ACK=iii
      *> Fields are fixed width so ALERTCONSOLE can list and
      *> acknowledge in place. STATUS is OPEN on arrival; the
      *> console moves it to ACKD with the operator's id.
      *>
      *> LK-SEVERITY: E = error, W = warning, I = information.

