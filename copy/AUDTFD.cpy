      *             AUD-STATION IS THE GATE STATION SIGNED ON IN
      *             100-MASTER-MENU, SO WITH TWO CHECK-IN LINES THE
      *             TRAIL SHOWS WHICH LAPTOP PROCESSED EACH TROOP.
      *             AN LDROVR RECORD CARRIES NO CAPACITY MOVEMENT - IT
      *             NAMES THE SUPERVISOR WHO OVERRODE A LEADERSHIP
      *             HOLD AT CHECK-IN, AGAINST THE SITE REQUESTED.
      *================================================================
       FD  FC-CAMP-AUDIT.
       01  AUD-RECORD.
