      *>   TI  transfer in           (atm_program)
      *>   MO  own-account move out  (atm_program)
      *>   MI  own-account move in   (atm_program)
      *>   IC  interest credited     (int_credit)
      *>   FE  account fee charged   (fee_assess)
      *>   RF  fee refunded          (trans_rev)
      *>   CK  check paid            (check_post)
      *>   CO  loan charged off      (chg_off)
      *>   RC  charge-off recovery   (lockbox_post, atm_program,
      *>                              so_post)
      *>   LD  loan disbursed        (loan_app)
      *>   PI  payoff interest       (close_settle)
      *>   CP  closing payout        (close_settle)
      *>   ES  escheated to state    (escheat_run)
      *>   DC  dispute credit given  (atm_dispute)
      *>   DR  dispute credit taken  (atm_dispute)
      *>       back
           02 JIDnum PIC 9(5).
           02 Jspc1 PIC X(1).
           02 JType PIC X(2).
