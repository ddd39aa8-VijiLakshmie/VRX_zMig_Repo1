000180*  NOTE IS SKIPPED, SO RERUNS NEVER CREDIT TWICE. REFUNDS FOR    *
000190*  NEVER-INVOICED REGISTRATIONS STAY WITH ETROP19'S INSTRUCTION  *
000200*  FILE AND ARE NOT TOUCHED HERE.                                *
000201*  ONLY A REFUND STILL AT REFUND_STATUS 'C' IS CREDITED - ONCE   *
000202*  ETRM016 HAS APPROVED IT FOR A BANK PAYOUT (OR IT HAS BEEN     *
000203*  SENT/PAID/FAILED THROUGH ETROP93/ETROP94) THE MONEY IS GOING  *
000204*  BACK AS CASH AND A CREDIT NOTE WOULD REFUND IT TWICE.         *
000210******************************************************************

000220 ENVIRONMENT DIVISION.
001250         AND R.SESSION_ID     = F.SESSION_ID
001260         AND R.EMAIL_ADDR     = F.EMAIL_ADDR
001270         AND F.REFUND_PCT     > 0
001271         AND F.REFUND_STATUS  = 'C'
001280         AND V.ORG_NAME       = R.ORG_NAME
001290         AND V.PERIOD_YEAR    = YEAR(R.REG_DATE)
001300         AND V.PERIOD_MONTH   = MONTH(R.REG_DATE)
