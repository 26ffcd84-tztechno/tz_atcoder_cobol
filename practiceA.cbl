00027I*                  INSTALLMENT SO THE PLAN TOTAL ALWAYS EQUALS
00027J*                  THE COMPUTED PREMIUM. CASHAPP ACCUMULATES THE
00027K*                  INSTALLMENT LINES INTO ONE RECEIVABLE.
00027L* 10/15/2026  RO   TERM PREMIUM. POLMAST NOW CARRIES THE PREMIUM
00027M*                  CAPTURED FOR THE TERM AT INCEPTION OR RENEWAL.
00027N*                  WHEN PRESENT IT IS BILLED INSTEAD OF THE RATES,
00027O*                  WHICH A MID-TERM ENDORSEMENT HAS ALREADY MOVED
00027P*                  AND BILLED SEPARATELY; A RECORD WRITTEN BEFORE
00027Q*                  THE FIELD EXISTED STILL BILLS FROM ITS RATES.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000518     05  PM-PAY-PLAN              PIC X(01).
000519         88  PM-PLAN-MONTHLY                VALUE "M".
00051A         88  PM-PLAN-QUARTERLY              VALUE "Q".
00051B     05  FILLER                   PIC X(17).
00051C     05  PM-TERM-PREMIUM          PIC 9(05).
00051D     05  FILLER                   PIC X(22).
      
000540 FD  PREMBILL
000550     RECORDING MODE IS F.
001003*                     PREMIUM DIVIDED DOWN; THE LAST ONE CARRIES
001004*                     WHATEVER REMAINS SO THE PLAN TOTAL ALWAYS
001005*                     EQUALS THE COMPUTED PREMIUM.
00100A*                     A POLICY CARRYING A TERM PREMIUM IS BILLED
00100B*                     THAT PREMIUM, NOT ITS CURRENT RATES, SO A
00100C*                     MID-TERM ENDORSEMENT (BILLED ON ITS OWN) IS
00100D*                     NOT BILLED AGAIN HERE.
001010*----------------------------------------------------------------
001020 2000-BILL-POLICY.
001030     ADD 1 TO WS-POLICY-COUNT.
001040     IF PM-TERM-PREMIUM IS NUMERIC AND PM-TERM-PREMIUM > ZERO
00104A         MOVE PM-TERM-PREMIUM TO WS-PREMIUM
00104B     ELSE
00104C         COMPUTE WS-PREMIUM =
00104D             PM-BASE-RATE + PM-RISK-FACTOR-1 + PM-RISK-FACTOR-2
00104E     END-IF.
001060     ADD WS-PREMIUM TO WS-TOTAL-PREMIUM.
001062     EVALUATE TRUE
001063         WHEN PM-PLAN-MONTHLY
