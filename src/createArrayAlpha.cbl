*> manual accept when manualEntryFlag is "Y", and otherwise generates
*> a placeholder value ("ITEM" plus a three-digit 'randNum' result)
*> since there's no meaningful alphanumeric equivalent of a random
*> number to fall back on. upstream name lists go through
*> nameStandardize first, so one name spelled two ways sorts and
*> searches as one.
*>
*> ARRAYINX may carry the HDR/TRL envelope (see FILEENVL.cpy)
*> adapted for alphanumeric content -- the hash total sums the
