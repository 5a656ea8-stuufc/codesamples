           05  SCHED-PREDECESSOR-2     PIC X(10).
           05  FILLER                  PIC X    VALUE SPACE.
           05  SCHED-PREDECESSOR-3     PIC X(10).
           05  FILLER                  PIC X    VALUE SPACE.
      * return-code condition: a step with an operator here is a
      * conditional (recovery or notification) step. It runs only
      * when the condition step ran in this chain and its return
      * code is EQ, GT or LT the four-digit value; otherwise it is
      * BYPASSED. A blank condition step means the first
      * predecessor. The condition step's own outcome does not
      * hold a conditional step back, and a chain halted by a
      * STOP still evaluates conditional steps -- that is when a
      * recovery step is wanted most.
           05  SCHED-COND-STEP         PIC X(10).
           05  FILLER                  PIC X    VALUE SPACE.
           05  SCHED-COND-OPERATOR     PIC X(2).
           05  FILLER                  PIC X    VALUE SPACE.
           05  SCHED-COND-VALUE        PIC X(4).
