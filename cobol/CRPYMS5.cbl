INSERT INTO
TBC_CLR_RETURN (
	RTN_MSG_ID
   ,RTN_ORIG_MSG_ID
   ,RTN_CREATED_TS
   ,RTN_CREATED_DATE
   ,RTN_REASON
   ,RTN_REASON_TEXT
   ,RTN_CALLING_PGM
   ,TXN_AMT
   ,TXN_CURRENCY
   ,DEBTOR_IBAN
   ,DEBTOR_BIC
   ,DEBTOR_NAME
   ,CREDITOR_IBAN
   ,CREDITOR_BIC
   ,CREDITOR_NAME
)
VALUES(
	:WS-RTN-MSG-ID
   ,:TXN-MSG-ID
   ,current timestamp
   ,:BUSDATE-DATE
   ,:WS-RTN-REASON
   ,:WS-RTN-REASON-TEXT
   ,:WS-CALLING-PGM
   ,:TXN-AMT
   ,:TXN-CURRENCY
   ,:DEBTOR-IBAN
   ,:DEBTOR-BIC
   ,:DEBTOR-NAME
   ,:CREDITOR-IBAN
   ,:CREDITOR-BIC
   ,:CREDITOR-NAME
)
