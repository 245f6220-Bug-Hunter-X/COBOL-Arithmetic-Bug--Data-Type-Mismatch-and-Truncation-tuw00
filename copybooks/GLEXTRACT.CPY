      *  GL-COMPANY-CODE carries the company on details and trailers
      *  alike. GL-ACCOUNT and GL-COST-CENTER come from the account
      *  mapping reference file; an unmapped transaction posts to the
      *  suspense account. Every detail is followed by its contra
      *  detail - same amount, opposite GL-DR-CR-INDICATOR - to the
      *  company's clearing account, so each company's debits equal
      *  its credits and the trailer count includes the contras.
      *****************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-RECORD-TYPE          PIC X.
