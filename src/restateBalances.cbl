*>   column  14     space
*>   columns 15-24  rate to base, 999.999999 with an explicit
*>                  decimal point
*> the latest-dated rate per branch wins; rateMaint keeps the file,
*> with every earlier rate behind it so a past run can be repeated
*> with the rates then in force. the RESTRPT report shows,
*> per element, the original amount, the rate applied, and the
*> restated amount, with base-currency totals; an element whose
*> branch has no rate goes to the RATEREJ rejects list and is left
