               88  ALR-ACKNOWLEDGED     VALUE "A".
           05  FILLER              PIC X    VALUE SPACE.
           05  ALR-ACK-BY          PIC X(10).
      * when the alert was answered, as the operator keyed it on
      * the acknowledgment or, failing that, when ALERTMON stamped
      * it -- the monthly service-level report (ALERTSLA) measures
      * time to acknowledge from it. Spaces on alerts answered
      * before the time was kept.
           05  FILLER              PIC X    VALUE SPACE.
           05  ALR-ACK-TIME        PIC X(15).
