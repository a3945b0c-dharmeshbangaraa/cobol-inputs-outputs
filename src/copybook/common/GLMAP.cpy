      *                        UG = THE DAY'S UNREALIZED REVALUATION
      *                        MOVEMENT, AC = ACCRUED-NOT-POSTED
      *                        INCOME (POSTED ON REQUEST, THE LEDGER
      *                        BOOKING IT REVERSAL-STYLE), AB =
      *                        ACCRUED INTEREST BOUGHT ON AN FI BU
      *                        (RECOVERED, NEGATIVE, ON THE IN ROW
      *                        THAT COLLECTS IT), AS = ACCRUED
      *                        INTEREST SOLD ON AN FI SL. WITHOUT AN
      *                        AB/AS ENTRY THE INTEREST STAYS IN THE
      *                        TRADE'S OWN POSTING. AN FX ENTRY'S
      *                        CONTRA IS CASH: THE EXTRACT POSTS THE
      *                        BOUGHT LEG IN THE BOUGHT CURRENCY AND
      *                        THE SOLD LEG, REVERSED, IN THE SOLD ONE
      * GLM-ACTIVITY-ACCOUNT : GL ACCOUNT NUMBER POSTED FOR THE
      *                        TRANSACTION'S NET ACTIVITY
      * GLM-ACTIVITY-SIDE    : D=ACTIVITY ACCOUNT IS DEBITED FOR A
