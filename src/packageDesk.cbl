        IDENTIFICATION DIVISION.
        PROGRAM-ID. packageDesk.
      *> Session package desk: sells a prepaid pack of personal
      *> training sessions or swim lessons off data/PACKAGES.dat
      *> to an active member (the price posts onto the member's
      *> DUES-rec through the same pipeline duesPost uses,
      *> journaled as type "O"; sales tax on top as its own "T" row
      *> where the GLMAP.dat row says packs are taxable), redeems
      *> one session at a time with the instructor and the day
      *> recorded on data/PKGUSE.dat, and shows a member's packs
      *> with what is left on each. The shoebox of punch cards
      *> retires.
        environment division.
           input-output section.
               file-control.
                   COPY PKGSEL.
                   COPY MBRPKGSEL.
                   COPY PKGUSESEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
        DATA DIVISION.
           file section.
               fd PACKAGES.
                   COPY PKGFD.
               fd MEMBERPKG.
                   COPY MBRPKGFD.
               fd PKGUSE.
                   COPY PKGUSEFD.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               COPY WINDOWPARM.
               01 deskChoice pic 9.
               01 searchId pic 9(7).
               01 memberNameSave pic x(16).
               01 memberBranchSave pic x(4).
               01 inputCode pic x(4).
               01 inputReceipt pic 9(7).
               01 inputInstructor pic x(16).
               01 inputUseDate pic 9(8).
               01 todayDate pic 9(8).
               01 todayTime pic 9(8).
               01 packCode pic x(4).
               01 packSessions pic 9(3).
               01 packPrice pic 9(5)v99.
               01 balanceDue pic s9(5)v99.
               01 dueDays pic 9(7) value 30.
               01 taxAmountSave pic 9(5)v99 value 0.
               01 saleTaxCode pic x value "E".
               01 saleReceipt pic 9(7) value 0.
               01 saleJournaled pic x value 'n'.
               01 expiryParts.
                   02 expiryYYYY pic 9(4).
                   02 expiryMM pic 9(2).
                   02 expiryDD pic 9(2).
               01 expiryDate redefines expiryParts pic 9(8).
               01 browseEof pic x.
               01 useEof pic x.
               01 openPacks pic 9(3) value 0.
               01 sessionsLeft pic 9(3).
               01 chosenReceipt pic 9(7) value 0.
               COPY GETPARM.
               COPY FINDPARM.
               COPY SEQPARM.
               COPY PERIODPARM.
               COPY AFTIMGPARM.
               COPY CHKDIGPARM.
               COPY TAXPARM.
               COPY PKGSTAT.
               COPY MBRPKGSTAT.
               COPY PKGUSESTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.

        PROCEDURE DIVISION.
      *> The batch window must be closed before interactive work --
      *> a half-finished batch step cannot interleave with the desk.
           call "checkBatchWindow" using window-parms
           if windowParmOpen = 'y'
               display "Batch window is open -- interactive updates"
                       " are locked. Expected end: "
                       windowParmEndTime
               goback
           end-if

           accept todayDate from date yyyymmdd
           accept todayTime from time

           move "DUEDAYS" to getParmName
           move 30 to getParmDefault
           call "getSysParm" using get-parm-parms
           move getParmValue to dueDays

           display "Session package desk"
           display "[1] Sell a package     [2] Redeem a session"
           display "[3] Show a member's packages"
           display "Enter option >" no advancing
           accept deskChoice

           open i-o MEMBERPKG
           evaluate true
               when MBRPKG-status-ok
                   continue
               when MBRPKG-status = "93"
                   display "MEMBERPKG file is locked. Try later."
                   goback
               when other
                   display "Unable to open MEMBERPKG file. Status: "
                           MBRPKG-status
                   goback
           end-evaluate

           perform ask-member
           if searchId = 0
               close MEMBERPKG
               goback
           end-if

           evaluate deskChoice
               when 2
                   perform redeem-session
               when 3
                   perform show-member-packs
               when other
                   perform sell-package
           end-evaluate

           close MEMBERPKG

       GOBACK.

      *> A miskeyed member number must beep here, not post onto a
      *> stranger's account. Zero back means nothing to do.
       ask-member.
           display "Member number: " no advancing
           move 0 to searchId
           accept searchId
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               move 0 to searchId
               exit paragraph
           end-if
           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               display "Member number not found in any branch"
                       " membership file!"
               move 0 to searchId
               exit paragraph
           end-if
           move findParmName to memberNameSave
           move findParmBranch to memberBranchSave.

       sell-package.
           if findParmStatus not = "A"
               display "Member is not Active (status "
                       findParmStatus ") -- no package sold."
               exit paragraph
           end-if

           open input PACKAGES
           if not PKG-status-ok
               display "Unable to open PACKAGES file. Status: "
                       PKG-status
               close PACKAGES
               exit paragraph
           end-if
           display "Package code: " no advancing
           move spaces to inputCode
           accept inputCode
           move function upper-case(inputCode) to inputCode
           move inputCode to pkgCode
           read PACKAGES key is pkgCode
               invalid key
                   display "No such package -- see packageMaint."
                   close PACKAGES
                   exit paragraph
           end-read
           move pkgCode to packCode
           move pkgSessions to packSessions
           move pkgPrice to packPrice
           if not pkg-active
               display "Package " pkgCode " is no longer on sale."
               close PACKAGES
               exit paragraph
           end-if

           perform work-out-expiry
           display pkgDescription ": " pkgSessions " sessions, "
                   packPrice ", use by " expiryDate
           close PACKAGES

           perform work-out-sales-tax
           perform post-package-price
           if saleJournaled not = 'y'
               display "PACKAGE NOT ISSUED -- the sale did not"
                       " journal."
               exit paragraph
           end-if

           initialize MBRPKG-rec
           move saleReceipt to mpkgReceipt
           move searchId to mpkgMemberId
           move memberNameSave to mpkgMemberName
           move packCode to mpkgCode
           move todayDate to mpkgPurchaseDate
           move expiryDate to mpkgExpiry
           move packSessions to mpkgSessionsBought
           move 0 to mpkgSessionsUsed
           move packPrice to mpkgPrice
           move "O" to mpkgStatus
           write MBRPKG-rec
               invalid key
                   display "Unable to record package, receipt "
                           saleReceipt
               not invalid key
                   display "Package " packCode " issued to "
                           memberNameSave " under receipt "
                           saleReceipt "."
           end-write.

      *> Valid months run from the day of sale; a day the expiry
      *> month does not have (the 31st into a 30-day month) backs
      *> off to that month's last day.
       work-out-expiry.
           move todayDate to expiryParts
           add pkgValidMonths to expiryMM
           perform until expiryMM <= 12
               subtract 12 from expiryMM
               add 1 to expiryYYYY
           end-perform
           perform until function test-date-yyyymmdd(expiryDate)
                   = 0
               subtract 1 from expiryDD
           end-perform.

      *> The price lands exactly as a dues charge would --
      *> create-if-missing, as duesPost does -- journaled under its
      *> own type so the books can hold it as owed sessions until
      *> they are used.
       post-package-price.
           open i-o DUES
           if not DUES-status-ok
               display "Unable to open DUES data file. Status: "
                       DUES-status
               exit paragraph
           end-if

           move searchId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   initialize DUES-rec
                   move searchId to duesMemberId
                   move memberNameSave to duesMemberName
                   compute amountOwed = packPrice + taxAmountSave
                   move 0 to amountPaid
                   move 0 to lastPaymentDate
                   move memberBranchSave to duesBranchCode
                   compute dueDate = function date-of-integer
                       (function integer-of-date(todayDate)
                           + dueDays)
                   write DUES-rec
                   move "DUES" to aftFileCode
                   move "W" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
               not invalid key
                   add packPrice taxAmountSave to amountOwed
                   move memberNameSave to duesMemberName
                   move memberBranchSave to duesBranchCode
                   rewrite DUES-rec
                   move "DUES" to aftFileCode
                   move "R" to aftAction
                   move DUES-rec to aftImage
                   call "writeAfterImage" using after-image-parms
           end-read
           compute balanceDue = amountOwed - amountPaid
           display "Package price " packPrice
                   " posted. Balance due: " balanceDue
           close DUES

           perform journal-package-sale.

       journal-package-sale.
           open i-o PAYMENTS
           if not PAYJNL-status-ok
               display "Unable to open PAYMENTS journal. Status: "
                       PAYJNL-status
           else
               initialize PAYJNL-rec
               move "RECEIPT" to seqName
               call "nextSequence" using seq-parms
               move seqValue to receiptNumber
               move searchId to paymentMemberId
               move memberNameSave to paymentMemberName
               move todayDate to paymentDate
               move todayTime to paymentTime
               move packPrice to paymentAmount
               move "O" to paymentType
               move currentOperator to paymentOperator
               move spaces to paymentApprovedBy
               move packCode to paymentChargeCode
               move saleTaxCode to paymentTaxCode
               move paymentDate to periodParmDate
               call "checkPeriod" using period-parms
               move periodParmPostDate to paymentDate
               if periodParmRolled = 'y'
                   move periodParmDate to paymentOrigDate
               end-if
               write PAYJNL-rec
                   invalid key
                       display "Unable to journal package sale,"
                               " receipt " receiptNumber
                   not invalid key
                       move receiptNumber to saleReceipt
                       move 'y' to saleJournaled
               end-write
               move "PAYMENTS" to aftFileCode
               move "W" to aftAction
               move PAYJNL-rec to aftImage
               call "writeAfterImage" using after-image-parms
               if taxAmountSave > 0
                   perform journal-sales-tax
               end-if
               close PAYMENTS
           end-if.

       work-out-sales-tax.
           initialize tax-parms
           move "O" to taxParmType
           move packPrice to taxParmAmount
           call "salesTaxCalc" using tax-parms
           if taxParmTaxable = 'y'
               move "T" to saleTaxCode
               move taxParmTax to taxAmountSave
               display "Sales tax " taxAmountSave
           end-if.

      *> The tax row follows the package row, same member, same
      *> package code.
       journal-sales-tax.
           move "RECEIPT" to seqName
           call "nextSequence" using seq-parms
           move seqValue to receiptNumber
           move taxAmountSave to paymentAmount
           move "T" to paymentType
           move space to paymentTaxCode
           move paymentDate to periodParmDate
           call "checkPeriod" using period-parms
           move periodParmPostDate to paymentDate
           if periodParmRolled = 'y'
               move periodParmDate to paymentOrigDate
           end-if
           write PAYJNL-rec
               invalid key
                   display "Unable to journal sales tax,"
                           " receipt " receiptNumber
           end-write
           move "PAYMENTS" to aftFileCode
           move "W" to aftAction
           move PAYJNL-rec to aftImage
           call "writeAfterImage" using after-image-parms.

      *> One session off one pack. With a single usable pack the
      *> desk just confirms it; with several the clerk keys the
      *> receipt number off the list.
       redeem-session.
           perform list-usable-packs
           if openPacks = 0
               display "No usable package on file for "
                       memberNameSave "."
               exit paragraph
           end-if
           if openPacks > 1
               display "Receipt number of the package to use: "
                       no advancing
               move 0 to inputReceipt
               accept inputReceipt
               move inputReceipt to chosenReceipt
           end-if

           move chosenReceipt to mpkgReceipt
           read MEMBERPKG key is mpkgReceipt
               invalid key
                   display "No such package."
                   exit paragraph
           end-read
           if mpkgMemberId not = searchId
               or not mpkg-open
               or mpkgExpiry < todayDate
               display "Package " chosenReceipt " cannot be used"
                       " for this member."
               exit paragraph
           end-if

           move spaces to inputInstructor
           perform until inputInstructor not = spaces
               display "Instructor: " no advancing
               accept inputInstructor
           end-perform
      *> The session is usually today's; a session taken when
      *> the desk was not keying can be put on the day it was
      *> given, as long as that was within the pack's life.
           display "Session date (YYYYMMDD, blank = today): "
                   no advancing
           move 0 to inputUseDate
           accept inputUseDate
           if inputUseDate = 0
               move todayDate to inputUseDate
           end-if
           if inputUseDate > todayDate
               or inputUseDate < mpkgPurchaseDate
               or function test-date-yyyymmdd(inputUseDate) not = 0
               display "Session date must fall between the sale"
                       " and today -- nothing redeemed."
               exit paragraph
           end-if

           open i-o PKGUSE
           if not PKGUSE-status-ok
               display "Unable to open PKGUSE file. Status: "
                       PKGUSE-status
               close PKGUSE
               exit paragraph
           end-if
           add 1 to mpkgSessionsUsed
           initialize PKGUSE-rec
           move mpkgReceipt to pkgUseReceipt
           move mpkgSessionsUsed to pkgUseSeq
           move searchId to pkgUseMemberId
           move inputUseDate to pkgUseDate
           move todayTime to pkgUseTime
           move inputInstructor to pkgUseInstructor
           move currentOperator to pkgUseOperator
           write PKGUSE-rec
               invalid key
                   display "Session " pkgUseSeq " of package "
                           mpkgReceipt " is already on file."
                   close PKGUSE
                   exit paragraph
           end-write
           close PKGUSE

           if inputUseDate > mpkgLastUseDate
               move inputUseDate to mpkgLastUseDate
           end-if
           if mpkgSessionsUsed >= mpkgSessionsBought
               move "U" to mpkgStatus
           end-if
           rewrite MBRPKG-rec
           compute sessionsLeft =
               mpkgSessionsBought - mpkgSessionsUsed
           display "Session " mpkgSessionsUsed " of "
                   mpkgSessionsBought " redeemed with "
                   inputInstructor ". Sessions left: "
                   sessionsLeft.

       list-usable-packs.
           move 0 to openPacks
           move 'n' to browseEof
           move searchId to mpkgMemberId
           start MEMBERPKG key is equal to mpkgMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           perform until browseEof = 'y'
               read MEMBERPKG next record
                   at end
                       move 'y' to browseEof
                   not at end
                       if mpkgMemberId not = searchId
                           move 'y' to browseEof
                       else
                           if mpkg-open
                               and mpkgExpiry >= todayDate
                               add 1 to openPacks
                               move mpkgReceipt to chosenReceipt
                               compute sessionsLeft =
                                   mpkgSessionsBought
                                   - mpkgSessionsUsed
                               display "  Receipt " mpkgReceipt
                                       " " mpkgCode " "
                                       sessionsLeft " left, use by "
                                       mpkgExpiry
                           end-if
                       end-if
               end-read
           end-perform.

       show-member-packs.
           display "Packages held by " memberNameSave
           display "Receipt Code Bought   Expiry   Sess Used Status"
           move 'n' to browseEof
           move searchId to mpkgMemberId
           start MEMBERPKG key is equal to mpkgMemberId
               invalid key
                   move 'y' to browseEof
           end-start
           open input PKGUSE
           perform until browseEof = 'y'
               read MEMBERPKG next record
                   at end
                       move 'y' to browseEof
                   not at end
                       if mpkgMemberId not = searchId
                           move 'y' to browseEof
                       else
                           display mpkgReceipt " " mpkgCode " "
                                   mpkgPurchaseDate " " mpkgExpiry
                                   " " mpkgSessionsBought "  "
                                   mpkgSessionsUsed "  "
                                   mpkgStatus
                           perform show-pack-sessions
                       end-if
               end-read
           end-perform
           close PKGUSE.

       show-pack-sessions.
           if not PKGUSE-status-ok
               exit paragraph
           end-if
           move mpkgReceipt to pkgUseReceipt
           move 0 to pkgUseSeq
           start PKGUSE key is greater than pkgUseKey
               invalid key
                   exit paragraph
           end-start
           move 'n' to useEof
           perform until useEof = 'y'
               read PKGUSE next record
                   at end
                       move 'y' to useEof
                   not at end
                       if pkgUseReceipt not = mpkgReceipt
                           move 'y' to useEof
                       else
                           display "        session " pkgUseSeq " "
                                   pkgUseDate " " pkgUseInstructor
                       end-if
               end-read
           end-perform.
