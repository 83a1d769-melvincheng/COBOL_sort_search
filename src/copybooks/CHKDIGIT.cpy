      *> shared check-digit validation for any program taking account
      *> numbers in from a feed: the last digit of a real account number
      *> is a check digit computed from the others, so a transposed or
      *> mistyped digit upstream fails here instead of becoming a
      *> valid-looking value that never matches anything downstream.
      *> two schemes, chosen per feed by the caller (see the CHECKDIGIT
      *> setting in sysParmMaint):
      *>   MOD10  the Luhn scheme: working leftward from the digit next
      *>          to the check digit, every other digit is doubled
      *>          (less 9 when that passes 9), and the check digit
      *>          brings the total up to a multiple of 10
      *>   MOD11  weighted: working leftward from the same place, the
      *>          digits are weighted 2, 3, 4, 5, 6, 7, 2, 3, ... and
      *>          the check digit is 11 less the total's remainder by
      *>          11 (0 when that is 11; a number whose remainder calls
      *>          for 10 is never issued, so it always fails)
      *> a value below 10 -- negative, zero, or a lone digit -- is not
      *> an account number and fails under either scheme. copied
      *> straight into PROCEDURE DIVISION (not DATA DIVISION), same
      *> convention as DATECHK.cpy. callers REPLACE the five tokens
      *> below:
      *>
      *>   copy "CHKDIGIT.cpy"
      *>       replacing ==:CHECK-DIGIT-PARA:==  by ==checkAccountDigit==
      *>                 ==:CHECK-STEP-PARA:==   by ==addCheckDigitPlace==
      *>                 ==:CHECK-VALUE:==       by ==workValue==
      *>                 ==:CHECK-SCHEME:==      by ==checkDigitScheme==
      *>                 ==:CHECK-VALID-FLAG:==  by ==ws-check-valid==
      *>
      *> the value is any signed or unsigned integer field, the scheme
      *> a pic x(5) holding MOD10 or MOD11, and the flag a byte set to
      *> Y or N. declare, besides those, these seven fixed-name scratch
      *> fields:
      *>
      *>   01 checkDigitWork pic 9(18).
      *>   01 checkDigitGiven pic 9(1).
      *>   01 checkDigitWant pic 9(2).
      *>   01 checkDigitSum pic 9(5).
      *>   01 checkDigitPlace pic 9(2).
      *>   01 checkDigitDigit pic 9(2).
      *>   01 checkDigitWeight pic 9(1).
:CHECK-DIGIT-PARA:.
move "Y" to :CHECK-VALID-FLAG:
if :CHECK-VALUE: < 10 then
	move "N" to :CHECK-VALID-FLAG:
else
	move :CHECK-VALUE: to checkDigitWork
	compute checkDigitGiven = function mod(checkDigitWork, 10)
	compute checkDigitWork = checkDigitWork / 10
	move 0 to checkDigitSum
	move 0 to checkDigitPlace
	perform :CHECK-STEP-PARA: until checkDigitWork = 0
	if :CHECK-SCHEME: = "MOD11" then
		compute checkDigitWant = 11 - function mod(checkDigitSum, 11)
		if checkDigitWant = 11 then
			move 0 to checkDigitWant
		end-if
	else
		compute checkDigitWant = function mod(checkDigitSum, 10)
		if checkDigitWant > 0 then
			compute checkDigitWant = 10 - checkDigitWant
		end-if
	end-if
	if checkDigitWant not = checkDigitGiven then
		move "N" to :CHECK-VALID-FLAG:
	end-if
end-if.

:CHECK-STEP-PARA:.
add 1 to checkDigitPlace
compute checkDigitDigit = function mod(checkDigitWork, 10)
compute checkDigitWork = checkDigitWork / 10
if :CHECK-SCHEME: = "MOD11" then
	compute checkDigitWeight = function mod(checkDigitPlace - 1, 6) + 2
	compute checkDigitSum = checkDigitSum + checkDigitDigit * checkDigitWeight
else
	if function mod(checkDigitPlace, 2) = 1 then
		compute checkDigitDigit = checkDigitDigit * 2
		if checkDigitDigit > 9 then
			subtract 9 from checkDigitDigit
		end-if
	end-if
	add checkDigitDigit to checkDigitSum
end-if.
