      *and the type the period close needs (A asset, L liability,
      *I income, E expense). GA-ACTIVE N refuses new postings without
      *losing the account's history.
      *GA-CASH-CLASS places a balance-sheet account on the cash flow
      *statement (GLCASH): C a cash account itself, O operating,
      *V investing, F financing. A space reads as operating; income
      *and expense accounts carry a space and reach the statement
      *through net income.
       01 gl-account-record.
           02 ga-account pic 9(4).
           02 ga-description pic x(30).
           02 ga-type pic x.
           02 ga-active pic x.
           02 ga-cash-class pic x.
