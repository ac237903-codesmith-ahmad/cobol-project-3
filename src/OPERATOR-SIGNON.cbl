      * CALLed the way MODULE-2 is - self-contained, opens and closes
      * its own file - and validates the typed ID and password against
      * OPERATOR.txt, handing back the operator's role:
      *    LK-SIGNON-STATUS "00" = signed on, LK-ROLE holds I/U/S/A/C
      *                     "01" = unknown operator ID
      *                     "02" = wrong password
      *                     "03" = OPERATOR.txt missing/unreadable
