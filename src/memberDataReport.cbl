        IDENTIFICATION DIVISION.
        PROGRAM-ID. memberDataReport.
      *> Member data access report -- the answer to "what do you
      *> keep about me". For one member number prints everything
      *> held about them in one place: the member record from
      *> whichever branch file findMember locates it in, dues,
      *> every journal row in data/PAYMENTS.dat and the closed
      *> years' data/PAYJNL_<YYYY>.dat archives, visits, event
      *> registrations and class bookings, reservations, lockers,
      *> session packages and the sessions taken off them,
      *> dependents, their kids' club pick-up lists and stays,
      *> contact preferences, emergency contacts, waivers, card
      *> history and card sharing flags, letter history,
      *> collection cases and their notes, volunteer hours, gifts
      *> given and received, referrals, holds, promotion codes
      *> used, fee assistance applications, desk alerts, the voter
      *> roll and ballots, an operator link where they are also
      *> staff, corporate links, incidents, direct-debit mandate,
      *> payment plan and PIN, and their entries in data/AUDIT.log
      *> and its month archives. Written
      *> to data/DATA_ACCESS.rpt and spooled, so there is proof of
      *> what was supplied and when; the run itself goes through
      *> writeAudit. Bank account numbers print masked and a PIN
      *> prints as on file only. Supervisor business.
        environment division.
           input-output section.
               file-control.
                   COPY BRANCHSEL.
                   COPY ACMABRSEL.
                   COPY DUESSEL.
                   COPY PAYJNLSEL.
                   select optional PAYJNL-ARCH
                       assign using archiveFileName
                       organization is indexed
                       access mode is dynamic
                       record key is receiptNumber of ARCH-rec
                       alternate record key is
                           paymentMemberId of ARCH-rec
                           with duplicates
                       file status is ARCH-status.
                   COPY VISITSEL.
                   COPY EVREGSEL.
                   COPY CLSBKSEL.
                   COPY RESVSEL.
                   COPY LOCKERSEL.
                   COPY MBRPKGSEL.
                   COPY PKGUSESEL.
                   COPY CCAUTHSEL.
                   COPY CCLOGSEL.
                   COPY CSHARESEL.
                   COPY DEPENDSEL.
                   COPY CONTACTSEL.
                   COPY EMERGSEL.
                   COPY WAIVERSEL.
                   COPY CARDSEL.
                   COPY LTRHISTSEL.
                   COPY COLLCASESEL.
                   COPY CASENOTESEL.
                   COPY VOLSEL.
                   COPY GIFTSEL.
                   COPY REFERSEL.
                   COPY HOLDSEL.
                   COPY PROMUSESEL.
                   COPY ASSISTSEL.
                   COPY ALERTSEL.
                   COPY VOTERSEL.
                   COPY BALLOTSEL.
                   COPY STAFFSEL.
                   COPY CLINKSEL.
                   COPY INCIDSEL.
                   COPY MANDSEL.
                   COPY PLANSEL.
                   COPY PINSEL.
                   select optional AUDIT-IN
                       assign using auditFileName
                       organization is line sequential
                       file status is AUDITIN-status.
                   select ACCESS-RPT
                       assign to "data/DATA_ACCESS.rpt"
                       organization is line sequential.
        DATA DIVISION.
           file section.
               fd BRANCHES.
                   COPY BRANCHFD.
               fd ACMA-BRANCH.
                   COPY ACMAFD REPLACING ACMA-rec BY ACMABR-rec.
               fd DUES.
                   COPY DUESFD.
               fd PAYMENTS.
                   COPY PAYJNLFD.
               fd PAYJNL-ARCH.
                   COPY PAYJNLFD REPLACING PAYJNL-rec BY ARCH-rec.
               fd VISITS.
                   COPY VISITFD.
               fd EVENTREG.
                   COPY EVREGFD.
               fd CLASSBOOK.
                   COPY CLSBKFD.
               fd RESERVATIONS.
                   COPY RESVFD.
               fd LOCKERS.
                   COPY LOCKERFD.
               fd MEMBERPKG.
                   COPY MBRPKGFD.
               fd PKGUSE.
                   COPY PKGUSEFD.
               fd CCAUTH.
                   COPY CCAUTHFD.
               fd CHILDCARE.
                   COPY CCLOGFD.
               fd CARDSHARE.
                   COPY CSHAREFD.
               fd DEPENDENTS.
                   COPY DEPENDFD.
               fd CONTACTS.
                   COPY CONTACTFD.
               fd EMERGENCY.
                   COPY EMERGFD.
               fd WAIVERS.
                   COPY WAIVERFD.
               fd CARDS.
                   COPY CARDFD.
               fd LTRHIST.
                   COPY LTRHISTFD.
               fd COLLCASES.
                   COPY COLLCASEFD.
               fd CASENOTES.
                   COPY CASENOTEFD.
               fd VOLHRS.
                   COPY VOLFD.
               fd GIFTS.
                   COPY GIFTFD.
               fd REFERRALS.
                   COPY REFERFD.
               fd HOLDS.
                   COPY HOLDFD.
               fd PROMOUSES.
                   COPY PROMUSEFD.
               fd ASSIST.
                   COPY ASSISTFD.
               fd ALERTS.
                   COPY ALERTFD.
               fd VOTERS.
                   COPY VOTERFD.
               fd BALLOTS.
                   COPY BALLOTFD.
               fd STAFF.
                   COPY STAFFFD.
               fd CORPLINKS.
                   COPY CLINKFD.
               fd INCIDENTS.
                   COPY INCIDFD.
               fd MANDATES.
                   COPY MANDFD.
               fd PAYPLANS.
                   COPY PLANFD.
               fd MEMBERPINS.
                   COPY PINFD.
               fd AUDIT-IN.
                   01 audit-line pic x(180).
               fd ACCESS-RPT.
                   01 report-line pic x(132).
            working-STORAGE SECTION.
               COPY OPERCTX.
            local-STORAGE SECTION.
               01 searchId pic 9(7).
               01 searchIdText pic 9(7).
               01 todayDate pic 9(8).
               01 eof pic x.
               01 noteEof pic x.
               01 sectionTitle pic x(40).
               01 sectionRows pic 9(5).
               01 totalRows pic 9(7) value 0.
               01 slotIdx pic 9.
               01 memberOnFile pic x value 'n'.
               01 scanFromDate pic 9(8).
               01 scanYear pic 9(4).
               01 todayYear pic 9(4).
               01 scanPeriod pic 9(6).
               01 scanYYYY pic 9(4).
               01 scanMM pic 9(2).
               01 endPeriod pic 9(6).
               01 archiveFileName pic x(28).
               01 auditFileName pic x(28).
               01 maskedAccount pic x(17).
               01 acctLength pic 99.
               01 ARCH-status pic xx.
                   88 ARCH-status-ok values "00" "05".
               01 AUDITIN-status pic xx.
               COPY ACMABRSTAT.
               COPY FINDPARM.
               COPY CHKDIGPARM.
               COPY AUDITPARM.
               COPY SPOOLPARM.
               COPY BRANCHSTAT.
               COPY DUESSTAT.
               COPY PAYJNLSTAT.
               COPY VISITSTAT.
               COPY EVREGSTAT.
               COPY CLSBKSTAT.
               COPY RESVSTAT.
               COPY LOCKERSTAT.
               COPY MBRPKGSTAT.
               COPY PKGUSESTAT.
               01 pkgUseEof pic x.
               COPY CCAUTHSTAT.
               COPY CCLOGSTAT.
               COPY CSHARESTAT.
               01 ccaSlot pic 9.
               01 staffIdx pic 99.
               COPY DEPENDSTAT.
               COPY CONTACTSTAT.
               COPY EMERGSTAT.
               COPY WAIVERSTAT.
               COPY CARDSTAT.
               COPY LTRHISTSTAT.
               COPY COLLCASESTAT.
               COPY CASENOTESTAT.
               COPY VOLSTAT.
               COPY GIFTSTAT.
               COPY REFERSTAT.
               COPY HOLDSTAT.
               COPY PROMUSESTAT.
               COPY ASSISTSTAT.
               COPY ALERTSTAT.
               COPY VOTERSTAT.
               COPY BALLOTSTAT.
               COPY STAFFSTAT.
               COPY CLINKSTAT.
               COPY INCIDSTAT.
               COPY MANDSTAT.
               COPY PLANSTAT.
               COPY PINSTAT.

        PROCEDURE DIVISION.
      *> Everything about a person in one printout -- supervisor or
      *> admin level only. A console run carries no operator and
      *> passes.
           if currentOperator not = spaces
               and currentOperatorLevel not = "S"
               and currentOperatorLevel not = "A"
               display "Operator " currentOperator " is not"
                       " authorized to run this function."
               goback
           end-if

           accept todayDate from date yyyymmdd
           move todayDate(1:4) to todayYear

           display "Member data access report"
           display "Member number: " no advancing
           accept searchId
           move searchId to chkParmId
           call "checkMemberId" using check-digit-parms
           if chkParmValid not = 'y'
               display "Member number fails its check digit --"
                       " re-key it."
               goback
           end-if
           move searchId to searchIdText

           open output ACCESS-RPT
           move spaces to report-line
           string "Member Data Access Report - member " searchId
               "  (run " todayDate " by " currentOperator ")"
               delimited by size into report-line
           write report-line

           perform report-member-record

      *> The archives go back to the year the member joined; a
      *> member no longer on any branch file is searched back as
      *> far as the desk asks.
           if memberOnFile = 'y' and joinDate of ACMABR-rec > 0
               move joinDate of ACMABR-rec to scanFromDate
           else
               display "Search archives from year (YYYY): "
                       no advancing
               move 0 to scanYear
               accept scanYear
               if scanYear = 0 or scanYear > todayYear
                   move todayYear to scanYear
               end-if
               compute scanFromDate = scanYear * 10000 + 101
           end-if

           perform report-dues
           perform report-payments
           perform report-payment-archives
           perform report-visits
           perform report-event-registrations
           perform report-class-bookings
           perform report-reservations
           perform report-lockers
           perform report-session-packages
           perform report-dependents
           perform report-childcare
           perform report-contact-preferences
           perform report-emergency-contacts
           perform report-waiver
           perform report-cards
           perform report-card-sharing
           perform report-letters
           perform report-collection-cases
           perform report-volunteer-hours
           perform report-gifts
           perform report-referrals
           perform report-holds
           perform report-promotion-uses
           perform report-fee-assistance
           perform report-desk-alerts
           perform report-voting
           perform report-staff-link
           perform report-corporate-links
           perform report-incidents
           perform report-mandate
           perform report-payment-plan
           perform report-pin
           perform report-audit-entries

           move spaces to report-line
           write report-line
           move spaces to report-line
           string "End of report. Items listed: " totalRows
               delimited by size into report-line
           write report-line
           close ACCESS-RPT

           move "DATAACCESS" to spoolReportName
           move "memberDataReport" to spoolProgram
           move "data/DATA_ACCESS.rpt" to spoolSourceFile
           call "spoolReport" using spool-parms

           move "DATAACCESS" to auditOperation
           move searchId to auditMemberId
           move findParmName to auditMemberName
           move findParmNickname to auditOldNickname
           move findParmNickname to auditNewNickname
           move findParmStatus to auditOldStatus
           move findParmStatus to auditNewStatus
           move currentOperator to auditOperator
           call "writeAudit" using audit-parms

           display "Items listed: " totalRows
           display "Report written to data/DATA_ACCESS.rpt"

       GOBACK.

       start-section.
           move 0 to sectionRows
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "=== " sectionTitle
               delimited by size into report-line
           write report-line.

       end-section.
           if sectionRows = 0
               move spaces to report-line
               string "  (nothing held)"
                   delimited by size into report-line
               write report-line
           end-if
           add sectionRows to totalRows.

      *> The whole member record, read from the branch file
      *> findMember located it in.
       report-member-record.
           move "Member record" to sectionTitle
           perform start-section
           move searchId to findParmId
           call "findMember" using find-parms
           if findParmFound not = 'y'
               move spaces to findParmName
               move spaces to findParmNickname
               move space to findParmStatus
               perform end-section
               exit paragraph
           end-if

           move "data/ACMA.dat" to branchDataFile
           open input BRANCHES
           if BRANCH-status-ok and BRANCH-status not = "05"
               move findParmBranch to branchKey
               read BRANCHES key is branchKey
                   not invalid key
                       move branchDataName to branchDataFile
               end-read
           end-if
           close BRANCHES

           open input ACMA-BRANCH
           move searchId to memberId of ACMABR-rec
           read ACMA-BRANCH key is memberId of ACMABR-rec
               invalid key
                   close ACMA-BRANCH
                   perform end-section
                   exit paragraph
           end-read
           close ACMA-BRANCH
           move 'y' to memberOnFile
           add 1 to sectionRows

           move spaces to report-line
           string "  Branch file: " branchDataFile
               "  Branch: " branchCode of ACMABR-rec
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "  Name: " memberName of ACMABR-rec
               "  Nickname: " nickname of ACMABR-rec
               "  Born: " birthDate of ACMABR-rec
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "  Status: " statusCode of ACMABR-rec
               "  Type: " membershipType of ACMABR-rec
               "  Joined: " joinDate of ACMABR-rec
               "  Expires: " expiryDate of ACMABR-rec
               "  Deleted: " deletedDate of ACMABR-rec
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "  Address: " streetAddress of ACMABR-rec ", "
               addrCity of ACMABR-rec " "
               addrState of ACMABR-rec " "
               addrZip of ACMABR-rec
               "  Returned mail: " badAddressFlag of ACMABR-rec
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "  Auto-renew: " autoRenewFlag of ACMABR-rec
               "  Date of death: " dateOfDeath of ACMABR-rec
               delimited by size into report-line
           write report-line
           perform end-section.

       report-dues.
           move "Dues account (data/DUES.dat)" to sectionTitle
           perform start-section
           open input DUES
           move searchId to duesMemberId
           read DUES key is duesMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Owed: " amountOwed
                       "  Paid: " amountPaid
                       "  Credit: " creditBalance
                       "  Last paid: " lastPaymentDate
                       "  Due: " dueDate
                       "  Branch: " duesBranchCode
                       "  Cash only: " duesCashOnly
                       delimited by size into report-line
                   write report-line
           end-read
           close DUES
           perform end-section.

       report-payments.
           move "Payments journal (data/PAYMENTS.dat)"
               to sectionTitle
           perform start-section
           open input PAYMENTS
           move 'n' to eof
           move searchId to paymentMemberId of PAYJNL-rec
           start PAYMENTS key is equal to
                   paymentMemberId of PAYJNL-rec
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read PAYMENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if paymentMemberId of PAYJNL-rec
                           not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Receipt "
                               receiptNumber of PAYJNL-rec
                               " " paymentDate of PAYJNL-rec
                               " type " paymentType of PAYJNL-rec
                               " amount "
                               paymentAmount of PAYJNL-rec
                               " code "
                               paymentChargeCode of PAYJNL-rec
                               " by "
                               paymentOperator of PAYJNL-rec
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close PAYMENTS
           perform end-section.

      *> One archive per closed year; a year with no archive file is
      *> simply skipped.
       report-payment-archives.
           move "Payments journal, closed years" to sectionTitle
           perform start-section
           move scanFromDate(1:4) to scanYear
           perform until scanYear > todayYear
               move spaces to archiveFileName
               string "data/PAYJNL_" scanYear ".dat"
                   delimited by size into archiveFileName
               perform report-one-archive
               add 1 to scanYear
           end-perform
           perform end-section.

       report-one-archive.
           open input PAYJNL-ARCH
           if not ARCH-status-ok or ARCH-status = "05"
               close PAYJNL-ARCH
               exit paragraph
           end-if
           move 'n' to eof
           move searchId to paymentMemberId of ARCH-rec
           start PAYJNL-ARCH key is equal to
                   paymentMemberId of ARCH-rec
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read PAYJNL-ARCH next record
                   at end
                       move 'y' to eof
                   not at end
                       if paymentMemberId of ARCH-rec not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  " scanYear
                               " receipt " receiptNumber of ARCH-rec
                               " " paymentDate of ARCH-rec
                               " type " paymentType of ARCH-rec
                               " amount " paymentAmount of ARCH-rec
                               " by " paymentOperator of ARCH-rec
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close PAYJNL-ARCH.

       report-visits.
           move "Visits (data/VISITS.dat)" to sectionTitle
           perform start-section
           open input VISITS
           move 'n' to eof
           move searchId to visitMemberId
           start VISITS key is equal to visitMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VISITS next record
                   at end
                       move 'y' to eof
                   not at end
                       if visitMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Visit " visitId " " visitDate
                               " " visitTime(1:4)
                               " branch " visitBranch
                               " guest " visitGuestFlag
                               " out " visitExitTime
                               " " visitExitSource
                               " entry " visitEntrySource
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close VISITS
           perform end-section.

       report-event-registrations.
           move "Event registrations (data/EVENTREG.dat)"
               to sectionTitle
           perform start-section
           open input EVENTREG
           move 'n' to eof
           move searchId to regMemberId
           start EVENTREG key is equal to regMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read EVENTREG next record
                   at end
                       move 'y' to eof
                   not at end
                       if regMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Event " regEventCode
                               " registered " regDate
                               " status " regStatus
                               " attendance " regAttend
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close EVENTREG
           perform end-section.

       report-class-bookings.
           move "Class bookings (data/CLASSBOOK.dat)"
               to sectionTitle
           perform start-section
           open input CLASSBOOK
           move 'n' to eof
           move searchId to bookMemberId
           start CLASSBOOK key is equal to bookMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read CLASSBOOK next record
                   at end
                       move 'y' to eof
                   not at end
                       if bookMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Class " bookClassCode
                               " on " bookSessDate
                               " booked " bookDate
                               " status " bookStatus
                               " attendance " bookAttend
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close CLASSBOOK
           perform end-section.

       report-reservations.
           move "Reservations (data/RESERVATIONS.dat)"
               to sectionTitle
           perform start-section
           open input RESERVATIONS
           move 'n' to eof
           move searchId to resvMemberId
           start RESERVATIONS key is equal to resvMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read RESERVATIONS next record
                   at end
                       move 'y' to eof
                   not at end
                       if resvMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  " resvBranch " " resvResource
                               " " resvDate " " resvSlotTime
                               " status " resvStatus
                               " rate " resvRate
                               " booked " resvBookedDate
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close RESERVATIONS
           perform end-section.

      *> Lockers are keyed by branch and number, so the file is
      *> read through.
       report-lockers.
           move "Lockers (data/LOCKERS.dat)" to sectionTitle
           perform start-section
           open input LOCKERS
           move 'n' to eof
           perform until eof = 'y'
               read LOCKERS next record
                   at end
                       move 'y' to eof
                   not at end
                       if lockerMemberId = searchId
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Locker " lockerBranch " "
                               lockerNumber " status " lockerStatus
                               " expires " lockerExpiry
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close LOCKERS
           perform end-section.

       report-session-packages.
           move "Session packages (data/MEMBERPKG.dat)"
               to sectionTitle
           perform start-section
           open input MEMBERPKG
           open input PKGUSE
           move 'n' to eof
           move searchId to mpkgMemberId
           start MEMBERPKG key is equal to mpkgMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read MEMBERPKG next record
                   at end
                       move 'y' to eof
                   not at end
                       if mpkgMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Package " mpkgCode
                               " receipt " mpkgReceipt
                               " bought " mpkgPurchaseDate
                               " use by " mpkgExpiry
                               " sessions " mpkgSessionsBought
                               " used " mpkgSessionsUsed
                               " status " mpkgStatus
                               delimited by size into report-line
                           write report-line
                           perform report-package-sessions
                       end-if
               end-read
           end-perform
           close MEMBERPKG
           close PKGUSE
           perform end-section.

       report-package-sessions.
           move mpkgReceipt to pkgUseReceipt
           move 0 to pkgUseSeq
           move 'n' to pkgUseEof
           start PKGUSE key is greater than pkgUseKey
               invalid key
                   move 'y' to pkgUseEof
           end-start
           perform until pkgUseEof = 'y'
               read PKGUSE next record
                   at end
                       move 'y' to pkgUseEof
                   not at end
                       if pkgUseReceipt not = mpkgReceipt
                           move 'y' to pkgUseEof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "    Session " pkgUseSeq
                               " on " pkgUseDate
                               " with " pkgUseInstructor
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform.

       report-dependents.
           move "Dependents (data/DEPENDENTS.dat)" to sectionTitle
           perform start-section
           open input DEPENDENTS
           open input CCAUTH
           move 'n' to eof
           move searchId to primaryMemberId
           start DEPENDENTS key is equal to primaryMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read DEPENDENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if primaryMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  " dependentName
                               " " relationship
                               " born " dependentBirthDate
                               delimited by size into report-line
                           write report-line
                           perform report-pickup-list
                       end-if
               end-read
           end-perform
           close DEPENDENTS
           close CCAUTH
           perform end-section.

      *> The people the family has allowed to collect the child
      *> from the kids' club.
       report-pickup-list.
           move dependentId to ccaDependentId
           read CCAUTH key is ccaDependentId
               invalid key
                   exit paragraph
           end-read
           perform varying ccaSlot from 1 by 1 until ccaSlot > 4
               if ccaCollectorName(ccaSlot) not = spaces
                   add 1 to sectionRows
                   move spaces to report-line
                   string "    May collect: "
                       ccaCollectorName(ccaSlot) " "
                       ccaRelationship(ccaSlot) " "
                       ccaPhone(ccaSlot)
                       delimited by size into report-line
                   write report-line
               end-if
           end-perform.

       report-childcare.
           move "Kids' club stays (data/CHILDCARE.dat)"
               to sectionTitle
           perform start-section
           open input CHILDCARE
           move 'n' to eof
           move searchId to ccPrimaryId
           start CHILDCARE key is equal to ccPrimaryId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read CHILDCARE next record
                   at end
                       move 'y' to eof
                   not at end
                       if ccPrimaryId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  " ccDate " " ccDependentName
                               " " ccBranch " in " ccInTime(1:4)
                               " out " ccOutTime(1:4)
                               " collected by " ccCollector
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close CHILDCARE
           perform end-section.

       report-card-sharing.
           move "Card sharing flags (data/CARDSHARE.dat)"
               to sectionTitle
           perform start-section
           open input CARDSHARE
           move searchId to cshMemberId
           read CARDSHARE key is cshMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Nights flagged " cshFlagCount
                       " first " cshFirstFlagDate
                       " last " cshLastFlagDate " " cshLastReason
                       delimited by size into report-line
                   write report-line
                   move spaces to report-line
                   string "  Marked " cshMarkFlag " " cshMarkedDate
                       " by " cshMarkedBy " " cshMarkNote
                       delimited by size into report-line
                   write report-line
                   move spaces to report-line
                   string "  Conversations held " cshTalksHeld
                       " last " cshClearedDate " by " cshClearedBy
                       delimited by size into report-line
                   write report-line
           end-read
           close CARDSHARE
           perform end-section.

       report-contact-preferences.
           move "Contact preferences (data/CONTACTS.dat)"
               to sectionTitle
           perform start-section
           open input CONTACTS
           move searchId to ctcMemberId
           read CONTACTS key is ctcMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Email: " ctcEmail
                       "  Channel: " ctcChannel
                       delimited by size into report-line
                   write report-line
                   perform varying slotIdx from 1 by 1
                           until slotIdx > 4
                       if ctcOptOut(slotIdx) not = spaces
                           move spaces to report-line
                           string "  Opted out of: "
                               ctcOptOut(slotIdx)
                               delimited by size into report-line
                           write report-line
                       end-if
                   end-perform
           end-read
           close CONTACTS
           perform end-section.

       report-emergency-contacts.
           move "Emergency contacts (data/EMERGENCY.dat)"
               to sectionTitle
           perform start-section
           open input EMERGENCY
           move searchId to emgMemberId
           read EMERGENCY key is emgMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   perform varying slotIdx from 1 by 1
                           until slotIdx > 2
                       if emgContactName(slotIdx) not = spaces
                           move spaces to report-line
                           string "  Contact " slotIdx ": "
                               emgContactName(slotIdx) " ("
                               emgRelationship(slotIdx) ") "
                               emgPhone(slotIdx)
                               delimited by size into report-line
                           write report-line
                       end-if
                   end-perform
                   move spaces to report-line
                   string "  Medical alert: " emgMedicalAlert
                       "  Updated " emgUpdatedDate
                       delimited by size into report-line
                   write report-line
           end-read
           close EMERGENCY
           perform end-section.

       report-waiver.
           move "Liability waiver (data/WAIVERS.dat)"
               to sectionTitle
           perform start-section
           open input WAIVERS
           move searchId to wvrMemberId
           read WAIVERS key is wvrMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Signed " wvrSignedDate
                       "  Form " wvrFormVersion
                       "  Expires " wvrExpiryDate
                       delimited by size into report-line
                   write report-line
           end-read
           close WAIVERS
           perform end-section.

       report-cards.
           move "Membership cards (data/CARDS.dat)" to sectionTitle
           perform start-section
           open input CARDS
           move 'n' to eof
           move searchId to cardMemberId
           start CARDS key is equal to cardMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read CARDS next record
                   at end
                       move 'y' to eof
                   not at end
                       if cardMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Card " cardSerial
                               " issued " cardIssueDate
                               " " cardIssueReason
                               " status " cardStatus
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close CARDS
           perform end-section.

       report-letters.
           move "Letters sent (data/LTRHIST.dat)" to sectionTitle
           perform start-section
           open input LTRHIST
           move 'n' to eof
           move searchId to histMemberId
           start LTRHIST key is equal to histMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read LTRHIST next record
                   at end
                       move 'y' to eof
                   not at end
                       if histMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  " histOccasion
                               " period " histPeriod
                               " sent " histDate
                               " channel " histChannel
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close LTRHIST
           perform end-section.

       report-collection-cases.
           move "Collection cases and notes" to sectionTitle
           perform start-section
           open input COLLCASES
           open input CASENOTES
           move 'n' to eof
           move searchId to caseMemberId
           start COLLCASES key is equal to caseMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read COLLCASES next record
                   at end
                       move 'y' to eof
                   not at end
                       if caseMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Case " caseId
                               " opened " caseOpenedDate
                               " stage " caseStage
                               " balance " caseBalanceAtOpen
                               " closed " caseClosedDate
                               delimited by size into report-line
                           write report-line
                           perform report-case-notes
                       end-if
               end-read
           end-perform
           close COLLCASES
           close CASENOTES
           perform end-section.

       report-case-notes.
           move 'n' to noteEof
           move caseId to noteCaseId
           start CASENOTES key is equal to noteCaseId
               invalid key
                   move 'y' to noteEof
           end-start
           perform until noteEof = 'y'
               read CASENOTES next record
                   at end
                       move 'y' to noteEof
                   not at end
                       if noteCaseId not = caseId
                           move 'y' to noteEof
                       else
                           move spaces to report-line
                           string "    Note " noteDate
                               " " noteOperator " " noteText
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform.

       report-volunteer-hours.
           move "Volunteer hours (data/VOLHRS.dat)" to sectionTitle
           perform start-section
           open input VOLHRS
           move 'n' to eof
           move searchId to volMemberId
           start VOLHRS key is equal to volMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read VOLHRS next record
                   at end
                       move 'y' to eof
                   not at end
                       if volMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  " volDate " " volActivity
                               " hours " volHours
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close VOLHRS
           perform end-section.

       report-gifts.
           move "Gift memberships (data/GIFTS.dat)" to sectionTitle
           perform start-section
           open input GIFTS
           move 'n' to eof
           move searchId to giftPurchaserId
           start GIFTS key is equal to giftPurchaserId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read GIFTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if giftPurchaserId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Gave gift " giftId
                               " on " giftDate " to "
                               giftRecipientName
                               " amount " giftAmount
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           move 'n' to eof
           move searchId to giftRecipientId
           start GIFTS key is equal to giftRecipientId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read GIFTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if giftRecipientId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Received gift " giftId
                               " on " giftDate " from "
                               giftPurchaserName
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close GIFTS
           perform end-section.

       report-referrals.
           move "Referrals (data/REFERRALS.dat)" to sectionTitle
           perform start-section
           open input REFERRALS
           move searchId to refMemberId
           read REFERRALS key is refMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Referred by " refReferrerId
                       " on " refDate " status " refStatus
                       delimited by size into report-line
                   write report-line
           end-read
           move 'n' to eof
           move searchId to refReferrerId
           start REFERRALS key is equal to refReferrerId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read REFERRALS next record
                   at end
                       move 'y' to eof
                   not at end
                       if refReferrerId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Referred " refMemberId
                               " " refMemberName " on " refDate
                               " credit " refCreditAmount
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close REFERRALS
           perform end-section.

       report-holds.
           move "Membership holds (data/HOLDS.dat)" to sectionTitle
           perform start-section
           open input HOLDS
           move 'n' to eof
           move searchId to holdMemberId
           start HOLDS key is equal to holdMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read HOLDS next record
                   at end
                       move 'y' to eof
                   not at end
                       if holdMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Hold " holdId " "
                               holdStartDate " to " holdEndDate
                               " " holdReasonCode " " holdReason
                               " status " holdStatus
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close HOLDS
           perform end-section.

      *> The usage log is keyed by code, not member -- read it all.
       report-promotion-uses.
           move "Promotion uses (data/PROMOUSES.dat)"
               to sectionTitle
           perform start-section
           open input PROMOUSES
           move 'n' to eof
           if not PROMUSE-status-ok or PROMUSE-status = "05"
               move 'y' to eof
           end-if
           perform until eof = 'y'
               read PROMOUSES next record
                   at end
                       move 'y' to eof
                   not at end
                       if useMemberId = searchId
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Code " useCode " on " useDate
                               " source " useSource
                               " charge " useFullCharge
                               " discount " useDiscount
                               " receipt " useReceipt
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close PROMOUSES
           perform end-section.

       report-fee-assistance.
           move "Fee assistance (data/ASSIST.dat)" to sectionTitle
           perform start-section
           open input ASSIST
           move 'n' to eof
           move searchId to assistMemberId
           start ASSIST key is equal to assistMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read ASSIST next record
                   at end
                       move 'y' to eof
                   not at end
                       if assistMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Application " assistId
                               " applied " assistAppliedDate
                               " household " assistHouseholdSize
                               " band " assistIncomeBand
                               " asked " assistRequestPct
                               "% status " assistStatus
                               delimited by size into report-line
                           write report-line
                           move spaces to report-line
                           string "    Document " assistDocSeen
                               " " assistDocDesc
                               " approved " assistApprovedPct
                               "% by " assistApprover
                               " from " assistEffectiveDate
                               " to " assistExpiryDate
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close ASSIST
           perform end-section.

       report-desk-alerts.
           move "Desk alerts (data/ALERTS.dat)" to sectionTitle
           perform start-section
           open input ALERTS
           move 'n' to eof
           move searchId to alertMemberId
           start ALERTS key is equal to alertMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read ALERTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if alertMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Alert " alertId " type "
                               alertType " raised " alertRaisedDate
                               " by " alertRaisedBy
                               " expires " alertExpiryDate
                               " status " alertStatus
                               " " alertClearedDate
                               " " alertClearedBy
                               delimited by size into report-line
                           write report-line
                           move spaces to report-line
                           string "    " alertText
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close ALERTS
           perform end-section.

      *> The member's row on the current roll, then every ballot
      *> issued to them -- the ballot file is keyed by meeting, so
      *> it is read through.
       report-voting.
           move "Voting (data/VOTERS.dat, BALLOTS.dat)"
               to sectionTitle
           perform start-section
           open input VOTERS
           move searchId to voterMemberId
           read VOTERS key is voterMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Roll as of " voterRecordDate
                       " (run " voterRunDate ") eligible "
                       voterEligible " " voterReason
                       " past due " voterPastDue
                       delimited by size into report-line
                   write report-line
           end-read
           close VOTERS
           open input BALLOTS
           move 'n' to eof
           if not BALLOT-status-ok or BALLOT-status = "05"
               move 'y' to eof
           end-if
           perform until eof = 'y'
               read BALLOTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if ballotMemberId = searchId
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Ballot " ballotNumber
                               " meeting " ballotRecordDate
                               " method " ballotMethod
                               " issued " ballotIssuedDate
                               " by " ballotIssuedBy
                               " returned " ballotReturned
                               " " ballotReturnedDate
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close BALLOTS
           perform end-section.

      *> A member who is also an operator: the link and the
      *> permission levels held. Keyed by operator, so read through.
       report-staff-link.
           move "Staff link (data/STAFF.dat)" to sectionTitle
           perform start-section
           open input STAFF
           move 'n' to eof
           if not STAFF-status-ok or STAFF-status = "05"
               move 'y' to eof
           end-if
           perform until eof = 'y'
               read STAFF next record
                   at end
                       move 'y' to eof
                   not at end
                       if staffMemberId = searchId
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Operator " staffOperatorId
                               " linked " staffLinkedDate
                               " by " staffLinkedBy
                               " level changes " staffChangeCount
                               " (earlier dropped "
                               staffChangesDropped ")"
                               delimited by size into report-line
                           write report-line
                           perform varying staffIdx from 1 by 1
                                   until staffIdx > staffChangeCount
                                   or staffIdx > 10
                               move spaces to report-line
                               string "    Level "
                                   staffOldLevel(staffIdx) " to "
                                   staffNewLevel(staffIdx) " at "
                                   staffChangeStamp(staffIdx)
                                   " by " staffChangedBy(staffIdx)
                                   delimited by size into report-line
                               write report-line
                           end-perform
                       end-if
               end-read
           end-perform
           close STAFF
           perform end-section.

       report-corporate-links.
           move "Corporate links (data/CORPLINKS.dat)"
               to sectionTitle
           perform start-section
           open input CORPLINKS
           move 'n' to eof
           move searchId to clinkMemberId
           start CORPLINKS key is equal to clinkMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read CORPLINKS next record
                   at end
                       move 'y' to eof
                   not at end
                       if clinkMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Account " clinkCorpCode
                               " employee " clinkEmployeeRef
                               " from " clinkStartDate
                               " to " clinkEndDate
                               " " clinkEndReason
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close CORPLINKS
           perform end-section.

       report-incidents.
           move "Incidents (data/INCIDENTS.dat)" to sectionTitle
           perform start-section
           open input INCIDENTS
           move 'n' to eof
           move searchId to incMemberId
           start INCIDENTS key is equal to incMemberId
               invalid key
                   move 'y' to eof
           end-start
           perform until eof = 'y'
               read INCIDENTS next record
                   at end
                       move 'y' to eof
                   not at end
                       if incMemberId not = searchId
                           move 'y' to eof
                       else
                           add 1 to sectionRows
                           move spaces to report-line
                           string "  Incident " incId " "
                               incDate " " incBranch " "
                               incLocation " injury "
                               incInjuryFlag " status " incStatus
                               delimited by size into report-line
                           write report-line
                           move spaces to report-line
                           string "    " incDescription
                               delimited by size into report-line
                           write report-line
                       end-if
               end-read
           end-perform
           close INCIDENTS
           perform end-section.

      *> Only the last four digits of the bank account print.
       report-mandate.
           move "Direct-debit mandate (data/MANDATES.dat)"
               to sectionTitle
           perform start-section
           open input MANDATES
           move searchId to mandMemberId
           read MANDATES key is mandMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to maskedAccount
                   compute acctLength = function length
                       (function trim(mandAccount trailing))
                   if acctLength > 4
                       move all "*" to maskedAccount(1:acctLength - 4)
                       move mandAccount(acctLength - 3:4)
                           to maskedAccount(acctLength - 3:4)
                   end-if
                   move spaces to report-line
                   string "  Routing " mandRouting
                       "  Account " maskedAccount
                       "  Signed " mandDate
                       "  Status " mandStatus
                       "  Returns " mandReturnCount
                       delimited by size into report-line
                   write report-line
           end-read
           close MANDATES
           perform end-section.

       report-payment-plan.
           move "Payment plan (data/PAYPLANS.dat)" to sectionTitle
           perform start-section
           open input PAYPLANS
           move searchId to planMemberId
           read PAYPLANS key is planMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  Total " planTotal
                       "  Installments " planInstallments
                       "  Billed " planBilled
                       "  Set up " planSetupDate
                       "  Status " planStatus
                       delimited by size into report-line
                   write report-line
           end-read
           close PAYPLANS
           perform end-section.

      *> The PIN itself is never printed.
       report-pin.
           move "Kiosk PIN (data/MEMBERPINS.dat)" to sectionTitle
           perform start-section
           open input MEMBERPINS
           move searchId to pinMemberId
           read MEMBERPINS key is pinMemberId
               invalid key
                   continue
               not invalid key
                   add 1 to sectionRows
                   move spaces to report-line
                   string "  PIN on file, last changed "
                       pinChangedDate
                       "  Locked out: " pinLockoutFlag
                       delimited by size into report-line
                   write report-line
           end-read
           close MEMBERPINS
           perform end-section.

      *> Member number sits at (49:7) of writeAudit's line, as
      *> auditInquiry reads it. Month archives first, then the
      *> live log.
       report-audit-entries.
           move "Audit trail (data/AUDIT.log and archives)"
               to sectionTitle
           perform start-section
           move scanFromDate(1:6) to scanPeriod
           move todayDate(1:6) to endPeriod
           perform until scanPeriod > endPeriod
               move spaces to auditFileName
               string "data/AUDIT_" scanPeriod ".log"
                   delimited by size into auditFileName
               perform scan-one-audit-file

               move scanPeriod(1:4) to scanYYYY
               move scanPeriod(5:2) to scanMM
               if scanMM = 12
                   add 1 to scanYYYY
                   move 1 to scanMM
               else
                   add 1 to scanMM
               end-if
               compute scanPeriod = scanYYYY * 100 + scanMM
           end-perform
           move "data/AUDIT.log" to auditFileName
           perform scan-one-audit-file
           perform end-section.

       scan-one-audit-file.
           open input AUDIT-IN
           if AUDITIN-status = "00"
               move 'n' to eof
               perform until eof = 'y'
                   read AUDIT-IN
                       at end
                           move 'y' to eof
                       not at end
                           if audit-line(49:7) = searchIdText
                               add 1 to sectionRows
                               move spaces to report-line
                               string "  " audit-line(1:125)
                                   delimited by size
                                   into report-line
                               write report-line
                           end-if
                   end-read
               end-perform
           end-if
           close AUDIT-IN.
