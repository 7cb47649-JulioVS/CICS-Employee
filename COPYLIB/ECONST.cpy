                                        PIC X(8) VALUE 'EMPEXID'.
          05 APP-EMP-MASTER-PHON-PATH-NAME
                                        PIC X(8) VALUE 'EMPPHON'.
          05 APP-EMP-MASTER-LOC-PATH-NAME
                                        PIC X(8) VALUE 'EMPLOCN'.
          05 APP-EMP-MASTER-SUPV-PATH-NAME
                                        PIC X(8) VALUE 'EMPSUPV'.
      *
      *    EMPLOYEE-ID CONTROL RECORD (LAST-ASSIGNED ID, FIXED RRN).
      *
          05 APP-EMP-CNT-CTL-FILE-NAME PIC X(8) VALUE 'EMPCNTL'.
          05 APP-EMP-CNT-CTL-RRN       PIC S9(8) COMP VALUE 1.
      *
      *    PER-DEPARTMENT HEADCOUNT COUNTERS (KSDS KEYED BY DEPARTMENT
      *    - SEE EDEPCNT.CPY) AND THE LINKED PROGRAM THAT READS AND
      *    ADJUSTS THEM (EDCNTP - COMM-AREA IN EDCNTCA.CPY). EVERY
      *    PROGRAM THAT HIRES, DELETES, REACTIVATES, TRANSFERS OR
      *    MERGES AN EMPLOYEE LINKS TO IT STRAIGHT AFTER ITS EMPMAST
      *    UPDATE; THE BUDGET CHECKS, THE ORG VIEW AND THE ROSTER ASK
      *    IT FOR A HEADCOUNT INSTEAD OF BROWSING THE EMPDEPT PATH.
      *
          05 APP-DEPT-CNT-FILE-NAME    PIC X(8) VALUE 'DEPTCNT'.
          05 APP-DEPT-CNT-PROGRAM-NAME PIC X(8) VALUE 'EDCNTP'.
      *
      *    DEPARTMENT MASTER FILE.
      *
          05 APP-DEPT-MASTER-FILE-NAME PIC X(8) VALUE 'DEPTMAST'.
          05 APP-BENENR-CONTAINER-NAME
                    PIC X(18) VALUE 'BENENR-CONTAINER'.
      *
      *    BENEFITS DEPENDANTS AND BENEFICIARIES (SEE EDEPNDT.CPY) -
      *    ONE RECORD PER EMPLOYEE + SEQUENCE, MAINTAINED ON EDPNP
      *    (REACHED FROM EBENP PF5 OR DIRECTLY). EBENP REFUSES AN
      *    ENROLLMENT WHOSE PLAN NEEDS DEPENDANTS OR BENEFICIARIES
      *    THE EMPLOYEE DOES NOT HAVE; EPAYXP CARRIES THEM ON THE 'B'
      *    RECORDS.
      *
          05 APP-DEPENDANT-FILE-NAME   PIC X(8) VALUE 'EDEPNDT'.
          05 APP-DEPENDANT-MAX-SEQ     PIC 9(2) VALUE 10.
          05 APP-DEPNDT-PROGRAM-NAME   PIC X(8) VALUE 'EDPNP'.
          05 APP-DEPNDT-TRANSACTION-ID PIC X(4) VALUE 'EDPN'.
          05 APP-DEPNDT-MAP-NAME       PIC X(7) VALUE 'EDPNM'.
          05 APP-DEPNDT-MAPSET-NAME    PIC X(7) VALUE 'EDPNS'.
          05 APP-DEPNDT-CHANNEL-NAME
                    PIC X(18) VALUE 'DEPNDT-CHANNEL'.
          05 APP-DEPNDT-CONTAINER-NAME
                    PIC X(18) VALUE 'DEPNDT-CONTAINER'.
      *
      *    TERMINAL AUTHORIZATION TABLE (SEE ETRMAUT.CPY) - WHICH
      *    TERMINALS MAY ENTER THE DIRECT-ENTRY ADMIN TRANSACTIONS;
      *    MAINTAINED ON ETRMADM, CHECKED AT ENTRY BY THE GATED
          05 APP-HOLADM-CONTAINER-NAME
                    PIC X(18) VALUE 'HOLADM-CONTAINER'.
      *
      *    WORKING-PATTERN TABLE FILE (SEE EWKPATN.CPY) AND ITS
      *    ADMINISTRATION PROGRAM (EWPTADM) - LIKE EHOLADM, ENTERED
      *    DIRECTLY BY TRANSACTION ID. EMP-WORK-PATTERN POINTS AT A
      *    ROW; THE ABSENCE DAY COUNTING (EABSNP, ELVAPP, EABFDP) AND
      *    EABCALP'S GRID TAKE THE EMPLOYEE'S WORKING WEEK FROM IT
      *    INSTEAD OF ASSUMING MONDAY TO FRIDAY. BLANK ON THE MASTER
      *    (OR A CODE NO LONGER ON FILE) READS AS THE STANDARD WEEK.
      *
          05 APP-WORK-PATTERN-FILE-NAME
                                        PIC X(8) VALUE 'EWKPATN'.
          05 APP-STANDARD-WORK-WEEK    PIC X(7) VALUE 'FFFFFOO'.
          05 APP-WPTADM-PROGRAM-NAME   PIC X(8) VALUE 'EWPTADM'.
          05 APP-WPTADM-TRANSACTION-ID PIC X(4) VALUE 'EWPT'.
          05 APP-WPTADM-MAP-NAME       PIC X(7) VALUE 'EWPTM'.
          05 APP-WPTADM-MAPSET-NAME    PIC X(7) VALUE 'EWPTS'.
          05 APP-WPTADM-CHANNEL-NAME
                    PIC X(18) VALUE 'WPTADM-CHANNEL'.
          05 APP-WPTADM-CONTAINER-NAME
                    PIC X(18) VALUE 'WPTADM-CONTAINER'.
      *
      *    PER-USER TRANSACTION USAGE STATISTICS (SEE EUSTATS.CPY) -
      *    TALLIED BY EACTMON'S ACTIVITY CHECK, SUMMARIZED MONTHLY
      *    BY EUSTRP AND QUERIED ONLINE ON EUSTQP.
          05 APP-TYPADM-CONTAINER-NAME
                    PIC X(18) VALUE 'TYPADM-CONTAINER'.
      *
      *    CONTRACTOR ENGAGEMENT FILE (SEE ECTRENG.CPY) - AGENCY,
      *    PURCHASE ORDER, DAY RATE, CONTRACT DATES AND PO VALUE PER
      *    'CTR' EMPLOYEE - ITS MAINTENANCE PROGRAM (ECENP, ECONTP
      *    MOLD, ENTERED DIRECTLY BY TRANSACTION ID) AND THE MONTHLY
      *    PO SPEND REPORT (ECENRP, LIKE EEMXP, NO SCREEN). THE
      *    REPORT PRICES WORKING DAYS TO DATE LESS EABSENC ABSENCES,
      *    AND FLAGS ENGAGEMENTS ENDING WITHIN THE WARNING WINDOW
      *    BELOW AND THOSE WHOSE PO WILL RUN OUT BEFORE THE END DATE.
      *
          05 APP-ENGAGEMENT-FILE-NAME  PIC X(8) VALUE 'ECTRENG'.
          05 APP-ENGAGE-PROGRAM-NAME   PIC X(8) VALUE 'ECENP'.
          05 APP-ENGAGE-TRANSACTION-ID PIC X(4) VALUE 'ECEN'.
          05 APP-ENGAGE-MAP-NAME       PIC X(7) VALUE 'ECENM'.
          05 APP-ENGAGE-MAPSET-NAME    PIC X(7) VALUE 'ECENS'.
          05 APP-ENGAGE-CHANNEL-NAME
                    PIC X(18) VALUE 'ENGAGE-CHANNEL'.
          05 APP-ENGAGE-CONTAINER-NAME
                    PIC X(18) VALUE 'ENGAGE-CONTAINER'.
          05 APP-POSPEND-PROGRAM-NAME  PIC X(8) VALUE 'ECENRP'.
          05 APP-POSPEND-TRANSACTION-ID
                                        PIC X(4) VALUE 'ECNR'.
          05 APP-POSPEND-QUEUE-NAME    PIC X(8) VALUE 'CTRSPEND'.
          05 APP-POSPEND-WARN-DAYS     PIC 9(3) VALUE 30.
      *
      *    SICKNESS RETURN-TO-WORK INTERVIEW ITEMS (SEE ESRWITM.CPY) -
      *    ONE PER TYPE 'S' ABSENCE, OPENED FOR THE EMPLOYEE'S
      *    DEPARTMENT MANAGER BY THE LINKED ESRWCP (SEE ESRWCA.CPY)
      *    WHENEVER EABSNP, ELVAPP OR EABFDP RECORDS A SICK SPELL, AND
      *    BROWSED IN MANAGER ORDER OVER THE ESRWMGR PATH. THE
      *    INTERVIEW IS RECORDED ON ESRWP (ECONTP MOLD, MANAGER SCOPE
      *    AND EDELEG DELEGATION AS ELVAPP); THE WEEKLY ESRWXP REPORT
      *    (LIKE EEMXP, NO SCREEN) LISTS, BY MANAGER, THE SPELLS THAT
      *    ENDED MORE THAN THE GRACE DAYS BELOW (BUSINESS DAYS) AGO
      *    AND STILL HAVE NO INTERVIEW.
      *
          05 APP-RTWITEM-FILE-NAME     PIC X(8) VALUE 'ESRWITM'.
          05 APP-RTWITEM-MGR-PATH-NAME PIC X(8) VALUE 'ESRWMGR'.
          05 APP-RTWITEM-PROGRAM-NAME  PIC X(8) VALUE 'ESRWCP'.
          05 APP-RTWINT-PROGRAM-NAME   PIC X(8) VALUE 'ESRWP'.
          05 APP-RTWINT-TRANSACTION-ID PIC X(4) VALUE 'ESRW'.
          05 APP-RTWINT-MAP-NAME       PIC X(7) VALUE 'ESRWM'.
          05 APP-RTWINT-MAPSET-NAME    PIC X(7) VALUE 'ESRWS'.
          05 APP-RTWINT-CHANNEL-NAME
                    PIC X(18) VALUE 'RTWINT-CHANNEL'.
          05 APP-RTWINT-CONTAINER-NAME
                    PIC X(18) VALUE 'RTWINT-CONTAINER'.
          05 APP-RTWOVD-PROGRAM-NAME   PIC X(8) VALUE 'ESRWXP'.
          05 APP-RTWOVD-TRANSACTION-ID PIC X(4) VALUE 'ESRX'.
          05 APP-RTWOVD-QUEUE-NAME     PIC X(8) VALUE 'RTWOVRDU'.
          05 APP-RTWOVD-GRACE-DAYS     PIC 9(2) VALUE 3.
      *
      *    LEAVE-ENTITLEMENT TIER TABLE FILE (SEE ELVTIER.CPY) AND ITS
      *    ADMINISTRATION PROGRAM (ELVTADM) - LIKE EJTLADM, ENTERED
      *    DIRECTLY BY TRANSACTION ID. EACH ROW GRANTS AN ANNUAL
          05 APP-BANK-CONTAINER-NAME
                    PIC X(18) VALUE 'BANK-CONTAINER'.
      *
      *    COOLING-OFF HOLD ON BANK CHANGES - A NEW BANK CODE OR
      *    ACCOUNT FOR AN EMPLOYEE WHO ALREADY HAS DETAILS ON FILE
      *    PARKS ON THE PENDING FILE (SEE EBNKPND.CPY) AND EPAYXP KEEPS
      *    SENDING THE OLD ONES. KEYED BY THE EMPLOYEE'S OWN LINKED
      *    SIGN-ON THE HOLD STARTS AT ONCE; KEYED BY ANYONE ELSE IT
      *    FIRST WAITS FOR A SECOND, DIFFERENT ADMINISTRATOR TO
      *    RELEASE IT ON EBKRVP (ECMPRVP STYLE). WHEN THE HOLD STARTS
      *    EBNKLTP (LINKED WITH EBLTCA) WRITES A CONFIRMATION LETTER
      *    TO THE EMPLOYEE'S EMPCONT ADDRESS ON THE LETTERS QUEUE FROM
      *    THE ELTRTPL TEMPLATE BELOW. EPAYXP MAKES THE CHANGE
      *    EFFECTIVE ON ITS FIRST RUN ON OR AFTER THE HOLD-UNTIL DATE.
      *
          05 APP-BANK-PENDING-FILE-NAME
                                        PIC X(8) VALUE 'EBNKPND'.
          05 APP-BANK-HOLD-DAYS        PIC 9(3) VALUE 5.
          05 APP-BANKRV-PROGRAM-NAME   PIC X(8) VALUE 'EBKRVP'.
          05 APP-BANKRV-TRANSACTION-ID PIC X(4) VALUE 'EBKR'.
          05 APP-BANKRV-MAP-NAME       PIC X(7) VALUE 'EBKRM'.
          05 APP-BANKRV-MAPSET-NAME    PIC X(7) VALUE 'EBKRS'.
          05 APP-BANKRV-CHANNEL-NAME
                    PIC X(18) VALUE 'BANKRV-CHANNEL'.
          05 APP-BANKRV-CONTAINER-NAME
                    PIC X(18) VALUE 'BANKRV-CONTAINER'.
          05 APP-BANKLTR-PROGRAM-NAME  PIC X(8) VALUE 'EBNKLTP'.
          05 APP-BANKLTR-TEMPLATE-ID   PIC X(8) VALUE 'BNKCHG'.
      *
      *    PAYROLL CUT-OFF CALENDAR (SEE EPAYCAL.CPY) - ONE ROW PER PAY
      *    PERIOD, KEYED BY PAY DATE, WITH THE DATE PAYROLL CLOSES
      *    INPUT FOR IT. MAINTAINED ON EPCLADM (EHOLADM MOLD, ENTERED
      *    DIRECTLY BY TRANSACTION ID). ECUTCP IS LINKED WITH THE
      *    ECUTCA COMM-AREA BY EVERY SCREEN THAT SAVES PAYROLL-
      *    RELEVANT DATA (ECOMPP, ECMPRVP, EBNKP, EUPDP) TO WARN WHEN
      *    THE SAVE LANDS AFTER THE CURRENT PERIOD'S CUT-OFF. ECUTRP
      *    IS THE CUT-OFF DAY REPORT OF EVERY PAYROLL-RELEVANT CHANGE
      *    SINCE THE PREVIOUS CUT-OFF, FOR PAYROLL TO SIGN OFF - WITH
      *    NO EARLIER PERIOD ON FILE IT REACHES BACK THE NUMBER OF
      *    DAYS BELOW.
      *
          05 APP-PAYCAL-FILE-NAME      PIC X(8) VALUE 'EPAYCAL'.
          05 APP-PCLADM-PROGRAM-NAME   PIC X(8) VALUE 'EPCLADM'.
          05 APP-PCLADM-TRANSACTION-ID PIC X(4) VALUE 'EPCL'.
          05 APP-PCLADM-MAP-NAME       PIC X(7) VALUE 'EPCLM'.
          05 APP-PCLADM-MAPSET-NAME    PIC X(7) VALUE 'EPCLS'.
          05 APP-PCLADM-CHANNEL-NAME
                    PIC X(18) VALUE 'PCLADM-CHANNEL'.
          05 APP-PCLADM-CONTAINER-NAME
                    PIC X(18) VALUE 'PCLADM-CONTAINER'.
          05 APP-PAYCUT-PROGRAM-NAME   PIC X(8) VALUE 'ECUTCP'.
          05 APP-CUTRPT-PROGRAM-NAME   PIC X(8) VALUE 'ECUTRP'.
          05 APP-CUTRPT-TRANSACTION-ID PIC X(4) VALUE 'ECUT'.
          05 APP-CUTRPT-QUEUE-NAME     PIC X(8) VALUE 'PAYCUTRP'.
          05 APP-CUTRPT-FIRST-DAYS     PIC 9(3) VALUE 31.
      *
      *    RETRO PAY ARREARS (SEE ERETPAY.CPY) - ECOMPP AND ECMPRVP
      *    LINK EARRCP WITH THE EARRCA COMM-AREA AFTER EVERY
      *    COMPENSATION WRITE; ONE EFFECTIVE ON OR BEFORE THE LAST
      *    PERIOD EPAYXP EXTRACTED RAISES A ONE-OFF RETRO PAYMENT FOR
      *    THE DIFFERENCE PER ELAPSED PERIOD (APP-PAYEXT-PERIOD-DAYS
      *    LONG, THE NUMBER BELOW TO THE YEAR), PRORATED BY FTE.
      *    EPAYXP SENDS IT AS AN 'R' RECORD; EARRRP IS THE MONTHLY
      *    REPORT OF EVERY RETRO PAYMENT RAISED.
      *
          05 APP-RETRO-FILE-NAME       PIC X(8) VALUE 'ERETPAY'.
          05 APP-RETRO-PERIODS-PER-YEAR
                                        PIC 9(2) VALUE 26.
          05 APP-ARREARS-PROGRAM-NAME  PIC X(8) VALUE 'EARRCP'.
          05 APP-ARRRPT-PROGRAM-NAME   PIC X(8) VALUE 'EARRRP'.
          05 APP-ARRRPT-TRANSACTION-ID PIC X(4) VALUE 'EARR'.
          05 APP-ARRRPT-QUEUE-NAME     PIC X(8) VALUE 'ARREARRP'.
      *
      *    LEAVE/ABSENCE SUBSYSTEM - BALANCE FILE (SEE ELEAVE.CPY),
      *    ABSENCE FILE (SEE EABSENC.CPY), THE ABSENCE-ENTRY PROGRAM
      *    (EABSNP) AND THE DEPARTMENT ABSENCE SUMMARY BATCH JOB
          05 APP-ABSENCE-CONTAINER-NAME
                    PIC X(18) VALUE 'ABSENCE-CONTAINER'.
      *
      *    ABSENCE-TYPE CODE TABLE FILE (SEE EABSTYP.CPY), THE LINKED
      *    LOOKUP EVERY ABSENCE PROGRAM GOES THROUGH (EABTCP - SEE
      *    EABTCA.CPY) AND THE TABLE'S ADMINISTRATION PROGRAM
      *    (EABTADM) - LIKE ETYPADM, ENTERED DIRECTLY BY TRANSACTION
      *    ID.
      *
          05 APP-ABSTYPE-FILE-NAME     PIC X(8) VALUE 'EABSTYP'.
          05 APP-ABSTYPE-PROGRAM-NAME  PIC X(8) VALUE 'EABTCP'.
          05 APP-ABTADM-PROGRAM-NAME   PIC X(8) VALUE 'EABTADM'.
          05 APP-ABTADM-TRANSACTION-ID PIC X(4) VALUE 'EABT'.
          05 APP-ABTADM-MAP-NAME       PIC X(7) VALUE 'EABTM'.
          05 APP-ABTADM-MAPSET-NAME    PIC X(7) VALUE 'EABTS'.
          05 APP-ABTADM-CHANNEL-NAME
                    PIC X(18) VALUE 'ABTADM-CHANNEL'.
          05 APP-ABTADM-CONTAINER-NAME
                    PIC X(18) VALUE 'ABTADM-CONTAINER'.
      *
      *    DEPARTMENT ABSENCE CALENDAR SCREEN (EABCALP) - TAKES A
      *    DEPARTMENT AND A MONTH AND SHOWS A DAY-GRID OF THAT
      *    DEPARTMENT'S EMPLOYEES (EMPDEPT PATH) WITH THEIR EABSENC
          05 APP-LVAPPR-CONTAINER-NAME
                    PIC X(18) VALUE 'LVAPPR-CONTAINER'.
      *
      *    OVERTIME CLAIMS (SEE EOTCLM.CPY) - RAISED SELF-SERVICE ON
      *    EOTCLP (ELVRQP'S MOULD - DATE, HOURS AND PAY OR TIME OFF IN
      *    LIEU) AND DECIDED ON EOTAPP (ELVAPP'S MOULD, SAME SCOPE AND
      *    DELEGATION RULES). APPROVED PAID CLAIMS GO OUT ON EPAYXP'S
      *    EXTRACT; APPROVED TOIL CLAIMS CREDIT THE ETOILB BALANCE
      *    (SEE ETOILB.CPY) THAT EABSNP'S 'T' ABSENCES DRAW ON, AT
      *    THE HOURS PER DAY BELOW.
      *
          05 APP-OVERTIME-CLAIM-FILE-NAME
                                        PIC X(8) VALUE 'EOTCLM'.
          05 APP-TOIL-BALANCE-FILE-NAME
                                        PIC X(8) VALUE 'ETOILB'.
          05 APP-TOIL-HOURS-PER-DAY    PIC 9(2)V9 VALUE 8.0.
          05 APP-OTCLM-PROGRAM-NAME    PIC X(8) VALUE 'EOTCLP'.
          05 APP-OTCLM-TRANSACTION-ID  PIC X(4) VALUE 'EOTC'.
          05 APP-OTCLM-MAP-NAME        PIC X(7) VALUE 'EOTQM'.
          05 APP-OTCLM-MAPSET-NAME     PIC X(7) VALUE 'EOTQS'.
          05 APP-OTCLM-CHANNEL-NAME
                    PIC X(18) VALUE 'OTCLM-CHANNEL'.
          05 APP-OTCLM-CONTAINER-NAME
                    PIC X(18) VALUE 'OTCLM-CONTAINER'.
          05 APP-OTAPPR-PROGRAM-NAME   PIC X(8) VALUE 'EOTAPP'.
          05 APP-OTAPPR-TRANSACTION-ID PIC X(4) VALUE 'EOTA'.
          05 APP-OTAPPR-MAP-NAME       PIC X(7) VALUE 'EOTAM'.
          05 APP-OTAPPR-MAPSET-NAME    PIC X(7) VALUE 'EOTAS'.
          05 APP-OTAPPR-CHANNEL-NAME
                    PIC X(18) VALUE 'OTAPPR-CHANNEL'.
          05 APP-OTAPPR-CONTAINER-NAME
                    PIC X(18) VALUE 'OTAPPR-CONTAINER'.
      *
      *    PROBATION TRACKING - THE REVIEW FILE (SEE EPROBTN.CPY)
      *    CREATED BY EADDP AT HIRE (START DATE PLUS THE STANDARD
      *    PERIOD BELOW), THE MANAGER'S OUTCOME SCREEN (EPROBP), AND
                                        PIC X(4) VALUE 'EUDA'.
          05 APP-USRDEACT-QUEUE-NAME   PIC X(8) VALUE 'USRDEACT'.
      *
      *    NIGHTLY DORMANT-ACCOUNT SWEEP (EDORMP, EUDEACP MOLD) -
      *    DATES EACH ACTIVE ACCOUNT'S LAST USE FROM ITS LATEST
      *    SUCCESSFUL SIGN-ON ON ESONAUD (OR RU-LAST-EFFECTIVE-DATE
      *    WHEN LATER, OR WHEN THERE IS NONE), WARNS AT THE WARNING
      *    AGE AND SETS THE ACCOUNT INACTIVE AT THE SUSPEND AGE FOR
      *    ITS USER TYPE. ADMINISTRATOR ACCOUNTS, AND SYSTEM ACCOUNTS
      *    NOT LINKED TO AN EMPLOYEE, ARE ONLY EVER REPORTED.
      *
          05 APP-DORMANT-PROGRAM-NAME  PIC X(8) VALUE 'EDORMP'.
          05 APP-DORMANT-TRANSACTION-ID
                                        PIC X(4) VALUE 'EDRM'.
          05 APP-DORMANT-QUEUE-NAME    PIC X(8) VALUE 'DORMANT'.
          05 APP-DORMANT-ADM-WARN-DAYS PIC 9(3) VALUE 60.
          05 APP-DORMANT-ADM-SUSP-DAYS PIC 9(3) VALUE 90.
          05 APP-DORMANT-MGR-WARN-DAYS PIC 9(3) VALUE 60.
          05 APP-DORMANT-MGR-SUSP-DAYS PIC 9(3) VALUE 90.
          05 APP-DORMANT-STD-WARN-DAYS PIC 9(3) VALUE 60.
          05 APP-DORMANT-STD-SUSP-DAYS PIC 9(3) VALUE 90.
      *
      *    QUARTERLY ACCESS RECERTIFICATION (SEE EACCREC.CPY). THE
      *    CAMPAIGN JOB (ERCTCP, EUDEACP MOLD) OPENS ONE REVIEW ITEM
      *    PER ACTIVE EREGUSR ACCOUNT FOR THE QUARTER - A LINKED
      *    ACCOUNT GOES TO THE MANAGER OF ITS EMPLOYEE'S DEPARTMENT
      *    (FOUND AS ESRWCP FINDS ONE), AN UNLINKED ONE, OR ONE WITH
      *    NO MANAGER ON FILE, TO THE SECURITY ADMINISTRATOR SIGN-ON
      *    BELOW. ITEMS ARE DECIDED (KEEP, DOWNGRADE OR REVOKE) ON
      *    ERCTVP (ESRWP MOLD), AND ERCTXP ESCALATES EVERY ITEM STILL
      *    OPEN ON OR AFTER ITS DEADLINE. DECIDED ITEMS ARE NEVER
      *    DELETED - THE FILE IS THE AUDITORS' EVIDENCE.
      *
          05 APP-ACCREC-FILE-NAME      PIC X(8) VALUE 'EACCREC'.
          05 APP-ACCREC-SECADM-USER-ID PIC X(8) VALUE 'SECADMIN'.
          05 APP-ACCREC-WINDOW-DAYS    PIC 9(3) VALUE 21.
          05 APP-ACCRCMP-PROGRAM-NAME  PIC X(8) VALUE 'ERCTCP'.
          05 APP-ACCRCMP-TRANSACTION-ID
                                        PIC X(4) VALUE 'ERCT'.
          05 APP-ACCRCMP-QUEUE-NAME    PIC X(8) VALUE 'ACCRCAMP'.
          05 APP-ACCRRV-PROGRAM-NAME   PIC X(8) VALUE 'ERCTVP'.
          05 APP-ACCRRV-TRANSACTION-ID PIC X(4) VALUE 'ERCV'.
          05 APP-ACCRRV-MAP-NAME       PIC X(7) VALUE 'ERCTM'.
          05 APP-ACCRRV-MAPSET-NAME    PIC X(7) VALUE 'ERCTS'.
          05 APP-ACCRRV-CHANNEL-NAME
                    PIC X(18) VALUE 'ACCRRV-CHANNEL'.
          05 APP-ACCRRV-CONTAINER-NAME
                    PIC X(18) VALUE 'ACCRRV-CONTAINER'.
          05 APP-ACCRESC-PROGRAM-NAME  PIC X(8) VALUE 'ERCTXP'.
          05 APP-ACCRESC-TRANSACTION-ID
                                        PIC X(4) VALUE 'ERCX'.
          05 APP-ACCRESC-QUEUE-NAME    PIC X(8) VALUE 'ACCRESC'.
      *
      *    MASKED PRODUCTION-TO-TEST REFRESH (ETSTRP, ERETNP MOLD) -
      *    UNLOADS THE EMPLOYEE MASTER, CONTACT, PAYMENT-DETAIL,
      *    COMPENSATION AND REGISTERED-USER FILES, AND THE CHILD FILES
      *    HOLDING NAMES, BIRTH DATES OR ACCOUNT NUMBERS, AS RECORD
      *    IMAGES TO ONE OFFLOAD QUEUE PER FILE BELOW - NAMES REPLACED
      *    BY PSEUDONYMS, EXTERNAL IDS AND ACCOUNT NUMBERS SCRAMBLED,
      *    BIRTH DATES SHIFTED, PASSWORDS RESET. KEYS ARE NEVER
      *    CHANGED, SO THE TEST REGION RELOADS AND REBUILDS ITS PATHS
      *    FROM THE IMAGES AS THEY STAND. THE REFRESH QUEUE CARRIES
      *    THE PER-FILE RECORD COUNTS FOR THE RELOAD TO CHECK AGAINST.
      *
          05 APP-TSTREF-PROGRAM-NAME   PIC X(8) VALUE 'ETSTRP'.
          05 APP-TSTREF-TRANSACTION-ID PIC X(4) VALUE 'ETRF'.
          05 APP-TSTREF-QUEUE-NAME     PIC X(8) VALUE 'TSTREF'.
          05 APP-TSTREF-EMPMAST-QUEUE  PIC X(8) VALUE 'RFEMPMST'.
          05 APP-TSTREF-EMPCONT-QUEUE  PIC X(8) VALUE 'RFEMPCNT'.
          05 APP-TSTREF-PAYDTL-QUEUE   PIC X(8) VALUE 'RFPAYDTL'.
          05 APP-TSTREF-EMPCOMP-QUEUE  PIC X(8) VALUE 'RFEMPCMP'.
          05 APP-TSTREF-REGUSR-QUEUE   PIC X(8) VALUE 'RFREGUSR'.
          05 APP-TSTREF-NAMHST-QUEUE   PIC X(8) VALUE 'RFNAMHST'.
          05 APP-TSTREF-EMRCON-QUEUE   PIC X(8) VALUE 'RFEMRCON'.
          05 APP-TSTREF-DEPNDT-QUEUE   PIC X(8) VALUE 'RFDEPNDT'.
          05 APP-TSTREF-BNKPND-QUEUE   PIC X(8) VALUE 'RFBNKPND'.
          05 APP-TSTREF-CMPPND-QUEUE   PIC X(8) VALUE 'RFCMPPND'.
      *
      *    EMPLOYEE INQUIRY SERVICE (EINQSP, SEE EINQREQ.CPY AND
      *    EINQRSP.CPY) - LINKED BY OTHER CICS APPLICATIONS WITH NO
      *    SCREEN OF ITS OWN, IN PLACE OF SCREEN-SCRAPING EVIEWP. THE
      *    TRANSACTION ID IS NEVER ATTACHED; IT IS THE CODE THE CALLS
      *    ARE TALLIED UNDER IN THE USAGE STATISTICS (EUSTATS), ONE
      *    ROW PER CALLING APPLICATION AND DAY.
      *
          05 APP-EMPINQ-PROGRAM-NAME   PIC X(8) VALUE 'EINQSP'.
          05 APP-EMPINQ-TRANSACTION-ID PIC X(4) VALUE 'EINQ'.
          05 APP-EMPINQ-CHANNEL-NAME
                    PIC X(18) VALUE 'EMPINQ-CHANNEL'.
          05 APP-EMPINQ-REQUEST-NAME
                    PIC X(18) VALUE 'EMPINQ-REQUEST'.
          05 APP-EMPINQ-RESPONSE-NAME
                    PIC X(18) VALUE 'EMPINQ-RESPONSE'.
      *
      *    SELF-SERVICE "MY RECORD" INQUIRY (EMYRECP) - SHOWS A
      *    STANDARD USER EXACTLY ONE EMPMAST RECORD, THE ONE LINKED
      *    TO THEIR SIGN-ON VIA RU-EMPLOYEE-ID, ON THE SAME DETAIL
          05 APP-MYTEAM-CONTAINER-NAME
                    PIC X(18) VALUE 'MYTEAM-CONTAINER'.
      *
      *    "MY APPROVALS" INBOX (EINBP) - ONE LIST OF EVERYTHING
      *    WAITING ON THE SIGNED-ON USER ACROSS ELVAPP, EPENDP,
      *    EPROBP AND ECMPRVP, OLDEST FIRST, WITHIN THEIR MANAGER
      *    SCOPE AND ANY IN-FORCE DELEGATIONS. THE LIST IS BUILT BY
      *    THE LINKED EINBCP (SEE EINBCA.CPY), WHICH EMENUA ALSO
      *    LINKS TO AT SIGN-ON FOR THE WAITING COUNT. AGES ARE IN
      *    BUSINESS DAYS ON THE STANDARD WEEK AND THE HOLIDAY
      *    CALENDAR, CAPPED AT THE BUSINESS-DAY SPAN CAP.
      *
          05 APP-INBOX-PROGRAM-NAME    PIC X(8) VALUE 'EINBP'.
          05 APP-INBOX-BUILDER-NAME    PIC X(8) VALUE 'EINBCP'.
          05 APP-INBOX-TRANSACTION-ID  PIC X(4) VALUE 'EINB'.
          05 APP-INBOX-MAP-NAME        PIC X(7) VALUE 'EINBM'.
          05 APP-INBOX-MAPSET-NAME     PIC X(7) VALUE 'EINBS'.
          05 APP-INBOX-CHANNEL-NAME
                    PIC X(18) VALUE 'INBOX-CHANNEL'.
      *
      *    BULK-HIRE IMPORT BATCH JOB (EBLKHP) - LIKE EDSYNCP, NO
      *    SCREEN - READS FIXED-WIDTH NEW-HIRE RECORDS FROM THE LOAD
      *    QUEUE BELOW (E.G. AN ACQUISITION'S EMPLOYEE FILE), RUNS
          05 APP-BULKHIRE-RPT-QUEUE-NAME
                                        PIC X(8) VALUE 'BULKREJ'.
      *
      *    BULK FIELD-CORRECTION BATCH JOB (EBFCP) - SAME NO-SCREEN
      *    STYLE AS EBLKHP. READS EMPLOYEE ID / FIELD CODE / NEW VALUE
      *    RECORDS FROM THE LOAD QUEUE BELOW, RUNS EACH THROUGH THE
      *    SAME EDITS EUPDP'S 2150 PARAGRAPHS APPLY, AND REWRITES
      *    EMPMAST THROUGH THE SAME TIMESTAMP COLLISION CHECK WITH
      *    EAUDIT/EAUDDTL BEFORE/AFTER IMAGES. REJECTS GO TO THE
      *    REPORT QUEUE. 'PREVIEW' AFTER THE TRANSACTION ID CHANGES
      *    NOTHING; A REAL RUN CHECKPOINTS ITS PLACE IN THE LOAD INTO
      *    ITS OWN SLOT OF THE EMASSP CHECKPOINT RRDS, SO A RUN CUT
      *    SHORT PICKS UP WHERE IT STOPPED WHEN RE-ENTERED. THE
      *    CHECKPOINT CURSOR IS FOUR DIGITS, HENCE THE LOAD LIMIT.
      *
          05 APP-BULKFIX-PROGRAM-NAME  PIC X(8) VALUE 'EBFCP'.
          05 APP-BULKFIX-TRANSACTION-ID
                                        PIC X(4) VALUE 'EBFC'.
          05 APP-BULKFIX-LOAD-QUEUE-NAME
                                        PIC X(8) VALUE 'FIELDFIX'.
          05 APP-BULKFIX-RPT-QUEUE-NAME
                                        PIC X(8) VALUE 'BULKFXRJ'.
          05 APP-BULKFIX-CKPT-RRN      PIC S9(8) COMP VALUE 3.
          05 APP-BULKFIX-MAX-RECORDS   PIC 9(4) VALUE 9999.
      *
      *    TRAINING/CERTIFICATION TRACKING - THE COURSE CODE TABLE
      *    (SEE EECRSTB.CPY) AND ITS ADMIN SCREEN (ECRSADM, EJTLADM
      *    MOLD), THE PER-EMPLOYEE CERTIFICATION FILE (SEE
          05 APP-CERTEXP-QUEUE-NAME    PIC X(8) VALUE 'CERTEXP'.
          05 APP-CERTEXP-WARN-DAYS     PIC 9(3) VALUE 60.
      *
      *    EMERGENCY CONTACTS / NEXT OF KIN (SEE EEMRCON.CPY) - ONE
      *    RECORD PER EMPLOYEE + PRIORITY, MAINTAINED ON EEMCP
      *    (REACHED FROM EVIEWP PF15 OR DIRECTLY), SHOWN ON E360P AND
      *    PRINTED IN EDOSSP'S DOSSIER. THE NIGHTLY EEMXP RUN (ECERXP
      *    STYLE, GROUPED BY DEPARTMENT) NAMES EVERY ACTIVE EMPLOYEE
      *    WITH NO EMERGENCY CONTACT ON FILE.
      *
          05 APP-EMRCON-FILE-NAME      PIC X(8) VALUE 'EEMRCON'.
          05 APP-EMRCON-PROGRAM-NAME   PIC X(8) VALUE 'EEMCP'.
          05 APP-EMRCON-TRANSACTION-ID PIC X(4) VALUE 'EEMC'.
          05 APP-EMRCON-MAP-NAME       PIC X(7) VALUE 'EEMCM'.
          05 APP-EMRCON-MAPSET-NAME    PIC X(7) VALUE 'EEMCS'.
          05 APP-EMRCON-CHANNEL-NAME
                    PIC X(18) VALUE 'EMRCON-CHANNEL'.
          05 APP-EMRCON-CONTAINER-NAME
                    PIC X(18) VALUE 'EMRCON-CONTAINER'.
          05 APP-EMRCONX-PROGRAM-NAME  PIC X(8) VALUE 'EEMXP'.
          05 APP-EMRCONX-TRANSACTION-ID
                                        PIC X(4) VALUE 'EEMX'.
          05 APP-EMRCONX-QUEUE-NAME    PIC X(8) VALUE 'NOEMRCON'.
      *
      *    WORK-LOCATION (SITE) TABLE FILE (SEE ELOCATN.CPY) AND ITS
      *    ADMINISTRATION PROGRAM (ELOCADM) - LIKE EJTLADM, ENTERED
      *    DIRECTLY BY TRANSACTION ID. EMP-WORK-LOCATION CARRIES ONE
      *    OF THESE CODES, VALIDATED ON EADDP AND EUPDP. THE
      *    EVACUATION ROLL-CALL RUN (EROLLP, ECERXP STYLE BUT
      *    GROUPED BY SITE INSTEAD OF DEPARTMENT) GIVES EACH FIRE
      *    MARSHAL THE ACTIVE HEADCOUNT OF A BUILDING, FLAGGING
      *    ANYONE WHOSE EABSENC ABSENCE COVERS TODAY AS OUT.
      *
          05 APP-LOCATION-FILE-NAME    PIC X(8) VALUE 'ELOCATN'.
          05 APP-LOCADM-PROGRAM-NAME   PIC X(8) VALUE 'ELOCADM'.
          05 APP-LOCADM-TRANSACTION-ID PIC X(4) VALUE 'ELOC'.
          05 APP-LOCADM-MAP-NAME       PIC X(7) VALUE 'ELOCM'.
          05 APP-LOCADM-MAPSET-NAME    PIC X(7) VALUE 'ELOCS'.
          05 APP-LOCADM-CHANNEL-NAME
                    PIC X(18) VALUE 'LOCADM-CHANNEL'.
          05 APP-LOCADM-CONTAINER-NAME
                    PIC X(18) VALUE 'LOCADM-CONTAINER'.
          05 APP-ROLLCALL-PROGRAM-NAME PIC X(8) VALUE 'EROLLP'.
          05 APP-ROLLCALL-TRANSACTION-ID
                                        PIC X(4) VALUE 'EROL'.
          05 APP-ROLLCALL-QUEUE-NAME   PIC X(8) VALUE 'ROLLCALL'.
      *
      *    LEGAL-ENTITY (COMPANY CODE) TABLE FILE (SEE ELGLENT.CPY)
      *    AND ITS ADMINISTRATION PROGRAM (EENTADM) - LIKE EJTLADM,
      *    ENTERED DIRECTLY BY TRANSACTION ID. DEPT-COMPANY-CODE
      *    CARRIES ONE OF THESE CODES, VALIDATED ON EDEPADM. A
      *    DEPARTMENT WITH NO CODE (EVERY DEPARTMENT LOADED BEFORE
      *    THE SECOND ENTITY WAS REGISTERED) BELONGS TO THE HOME
      *    COMPANY BELOW.
      *
          05 APP-ENTITY-FILE-NAME      PIC X(8) VALUE 'ELGLENT'.
          05 APP-ENTADM-PROGRAM-NAME   PIC X(8) VALUE 'EENTADM'.
          05 APP-ENTADM-TRANSACTION-ID PIC X(4) VALUE 'EENT'.
          05 APP-ENTADM-MAP-NAME       PIC X(7) VALUE 'EENTM'.
          05 APP-ENTADM-MAPSET-NAME    PIC X(7) VALUE 'EENTS'.
          05 APP-ENTADM-CHANNEL-NAME
                    PIC X(18) VALUE 'ENTADM-CHANNEL'.
          05 APP-ENTADM-CONTAINER-NAME
                    PIC X(18) VALUE 'ENTADM-CONTAINER'.
          05 APP-HOME-COMPANY-CODE     PIC X(4) VALUE '0001'.
      *
      *    HIRING REQUISITIONS (SEE EREQSTN.CPY) - THE VACANCY
      *    PIPELINE AGAINST AUTHORIZED HEADCOUNT: MAINTAINED ON
      *    EREQP, COUNTED AS COMMITTED SLOTS BY EADDP'S BUDGET
                                        PIC X(4) VALUE 'ETTF'.
          05 APP-TIMEFILL-QUEUE-NAME   PIC X(8) VALUE 'TIMEFILL'.
      *
      *    REQUISITION APPLICANTS (SEE EAPLCNT.CPY) - THE CANDIDATES
      *    AGAINST EACH REQUISITION AND THEIR STAGE: MAINTAINED ON
      *    EAPLP, WHOSE PF6 FILLS THE REQUISITION AND HANDS AN
      *    ACCEPTED APPLICANT TO EADDP AS A PRE-FILLED HIRE; READ BY
      *    ETTFRP FOR ITS TIME-TO-FILL BY CANDIDATE STAGE.
      *
          05 APP-APPLICANT-FILE-NAME   PIC X(8) VALUE 'EAPLCNT'.
          05 APP-APLADM-PROGRAM-NAME   PIC X(8) VALUE 'EAPLP'.
          05 APP-APLADM-TRANSACTION-ID PIC X(4) VALUE 'EAPL'.
          05 APP-APLADM-MAP-NAME       PIC X(7) VALUE 'EAPLM'.
          05 APP-APLADM-MAPSET-NAME    PIC X(7) VALUE 'EAPLS'.
          05 APP-APLADM-CHANNEL-NAME
                    PIC X(18) VALUE 'APLADM-CHANNEL'.
          05 APP-APLADM-CONTAINER-NAME
                    PIC X(18) VALUE 'APLADM-CONTAINER'.
      *
      *    MONTH-END MANAGER PACKS (EMGPKP) - THE SHARED REPORTS
      *    BURST PER DEPARTMENT MANAGER (DEPT-MANAGER-EMPLOYEE-ID):
      *    ROSTER, THE MONTH'S ABSENCES, CERTIFICATIONS EXPIRING,
      *    PROBATION REVIEWS DUE, OPEN ONBOARDING TASKS AND
      *    APPRAISAL STATUS FOR EVERY DEPARTMENT THE MANAGER OWNS.
      *    EACH PACK GOES TO ITS OWN QUEUE - THE PREFIX BELOW PLUS
      *    ALL EIGHT DIGITS OF THE MANAGER'S EMPLOYEE ID (A 9-BYTE
      *    QNAME, SO EVERY FIELD THAT CARRIES A REPORT QUEUE NAME
      *    THROUGH ERPTVP, EPRNTP AND EEXPAUD IS NINE BYTES) - SO
      *    ERPTVP CAN SHOW A SIGNED-ON MANAGER (VIA RU-EMPLOYEE-ID)
      *    ONLY THEIR OWN PACK AND EPRNTP CAN PRINT IT BY NAME. THE
      *    MGRPACK QUEUE ITSELF CARRIES AN INDEX OF THE PACKS BUILT.
      *
          05 APP-MGRPACK-PROGRAM-NAME  PIC X(8) VALUE 'EMGPKP'.
          05 APP-MGRPACK-TRANSACTION-ID
                                        PIC X(4) VALUE 'EMGP'.
          05 APP-MGRPACK-QUEUE-NAME    PIC X(8) VALUE 'MGRPACK'.
          05 APP-MGRPACK-QUEUE-PREFIX  PIC X(1) VALUE 'M'.
      *
      *    TURNOVER / TENURE-AT-EXIT ANALYSIS (ETURNP) - LEAVERS OF
      *    THE ROLLING TWELVE MONTHS BANDED BY TENURE AT EXIT PER
      *    DEPARTMENT; PICKED UP IN ERPTVP WITH THE OTHER MANAGEMENT
          05 APP-ORGHLTH-SPAN-LIMIT    PIC 9(2) VALUE 5.
          05 APP-ORGHLTH-MAX-DEPTH     PIC 9(2) VALUE 4.
      *
      *    SPAN-OF-CONTROL REPORT (ESPANP) - WHERE EORGHP COUNTS THE
      *    DEPARTMENTS A MANAGER HEADS, THIS COUNTS PEOPLE THROUGH
      *    EMP-SUPERVISOR-ID: EACH SUPERVISOR'S DIRECT REPORTS AND
      *    TOTAL (DIRECT PLUS INDIRECT) REPORTS, FLAGGING ANYONE WITH
      *    NO DIRECT REPORTS OR MORE THAN THE DIRECT-REPORT LIMIT.
      *    THE LEVEL LIMIT BOUNDS EVERY UPWARD WALK OF A REPORTING
      *    CHAIN - EUPDP'S CYCLE CHECK AND ESPANP'S ROLL-UP ALIKE.
      *
          05 APP-SPANCTL-PROGRAM-NAME  PIC X(8) VALUE 'ESPANP'.
          05 APP-SPANCTL-TRANSACTION-ID
                                        PIC X(4) VALUE 'ESPN'.
          05 APP-SPANCTL-QUEUE-NAME    PIC X(8) VALUE 'SPANCTL'.
          05 APP-SPANCTL-DIRECT-LIMIT  PIC 9(3) VALUE 12.
          05 APP-SPANCTL-MAX-LEVELS    PIC 9(2) VALUE 20.
      *
      *    SUCCESSION NOMINATIONS (SEE ESUCCSN.CPY) - ONE OR MORE
      *    NOMINATED SUCCESSORS PER DEPARTMENT MANAGER POSITION, EACH
      *    WITH A READINESS RATING AND A REVIEW DATE, MAINTAINED ON
      *    ESUCP (ENTERED DIRECTLY BY TRANSACTION ID). EORGHP ONLY
      *    SEES THE GAP ONCE THE MANAGER HAS GONE; THE QUARTERLY
      *    ESUCRP RUN SEES IT COMING.
      *
          05 APP-SUCCESSION-FILE-NAME  PIC X(8) VALUE 'ESUCCSN'.
          05 APP-SUCCADM-PROGRAM-NAME  PIC X(8) VALUE 'ESUCP'.
          05 APP-SUCCADM-TRANSACTION-ID
                                        PIC X(4) VALUE 'ESUC'.
          05 APP-SUCCADM-MAP-NAME      PIC X(7) VALUE 'ESUCM'.
          05 APP-SUCCADM-MAPSET-NAME   PIC X(7) VALUE 'ESUCS'.
          05 APP-SUCCADM-CHANNEL-NAME
                    PIC X(18) VALUE 'SUCCADM-CHANNEL'.
          05 APP-SUCCADM-CONTAINER-NAME
                    PIC X(18) VALUE 'SUCCADM-CONTAINER'.
          05 APP-SUCCRPT-PROGRAM-NAME  PIC X(8) VALUE 'ESUCRP'.
          05 APP-SUCCRPT-TRANSACTION-ID
                                        PIC X(4) VALUE 'ESCR'.
          05 APP-SUCCRPT-QUEUE-NAME    PIC X(8) VALUE 'SUCCRPT'.
      *
      *    SKILLS INVENTORY - THE SKILL CODE TABLE (SEE ESKILTB.CPY)
      *    AND ITS ADMIN SCREEN (ESKLADM, ECRSADM MOLD), THE PER-
      *    EMPLOYEE SKILL FILE (SEE EEMPSKL.CPY) WITH A PROFICIENCY
      *    LEVEL, ITS ENTRY SCREEN (ESKLP, REACHED FROM EVIEWP PF16 OR
      *    DIRECTLY) AND THE 'FIND SOMEONE WHO CAN...' SEARCH (ESKSP),
      *    WHICH BROWSES THE SKILL-CODE PATH AND HANDS A SELECTED LINE
      *    OFF TO EVIEWP THE SAME WAY ELISTP DOES.
      *
          05 APP-SKILL-FILE-NAME       PIC X(8) VALUE 'ESKILL'.
          05 APP-SKLADM-PROGRAM-NAME   PIC X(8) VALUE 'ESKLADM'.
          05 APP-SKLADM-TRANSACTION-ID PIC X(4) VALUE 'ESKA'.
          05 APP-SKLADM-MAP-NAME       PIC X(7) VALUE 'ESKLM'.
          05 APP-SKLADM-MAPSET-NAME    PIC X(7) VALUE 'ESKLS'.
          05 APP-SKLADM-CHANNEL-NAME
                    PIC X(18) VALUE 'SKLADM-CHANNEL'.
          05 APP-SKLADM-CONTAINER-NAME
                    PIC X(18) VALUE 'SKLADM-CONTAINER'.
          05 APP-EMPSKILL-FILE-NAME    PIC X(8) VALUE 'EEMPSKL'.
          05 APP-EMPSKILL-CODE-PATH-NAME
                                        PIC X(8) VALUE 'EMPSKLC'.
          05 APP-EMPSKILL-PROGRAM-NAME PIC X(8) VALUE 'ESKLP'.
          05 APP-EMPSKILL-TRANSACTION-ID
                                        PIC X(4) VALUE 'ESKL'.
          05 APP-EMPSKILL-MAP-NAME     PIC X(7) VALUE 'ESKEM'.
          05 APP-EMPSKILL-MAPSET-NAME  PIC X(7) VALUE 'ESKES'.
          05 APP-EMPSKILL-CHANNEL-NAME
                    PIC X(18) VALUE 'EMPSKILL-CHANNEL'.
          05 APP-EMPSKILL-CONTAINER-NAME
                    PIC X(18) VALUE 'EMPSKILL-CONTAINER'.
          05 APP-SKLSRCH-PROGRAM-NAME  PIC X(8) VALUE 'ESKSP'.
          05 APP-SKLSRCH-TRANSACTION-ID
                                        PIC X(4) VALUE 'ESKS'.
          05 APP-SKLSRCH-MAP-NAME      PIC X(7) VALUE 'ESKSM'.
          05 APP-SKLSRCH-MAPSET-NAME   PIC X(7) VALUE 'ESKSS'.
          05 APP-SKLSRCH-CHANNEL-NAME
                    PIC X(18) VALUE 'SKLSRCH-CHANNEL'.
          05 APP-SKLSRCH-CONTAINER-NAME
                    PIC X(18) VALUE 'SKLSRCH-CONTAINER'.
          05 APP-SKLSRCH-MAX-MATCHES   PIC 9(3) VALUE 200.
      *
      *    TRAINING SESSIONS - SCHEDULED CLASSES OF A COURSE (SEE
      *    ESESSN.CPY) AND THEIR ADMIN SCREEN (ESESADM), THE BOOKINGS
      *    ON EACH SESSION (SEE EENROL.CPY) AND THEIR ENTRY SCREEN
      *    (EENRP), AND EWAITP - LINKED BY BOTH SCREENS TO COUNT A
      *    SESSION'S PLACES AND PROMOTE THE WAITLIST INTO ANY THAT
      *    ARE FREE.
      *
          05 APP-SESSION-FILE-NAME     PIC X(8) VALUE 'ESESSN'.
          05 APP-SESADM-PROGRAM-NAME   PIC X(8) VALUE 'ESESADM'.
          05 APP-SESADM-TRANSACTION-ID PIC X(4) VALUE 'ESES'.
          05 APP-SESADM-MAP-NAME       PIC X(7) VALUE 'ESESM'.
          05 APP-SESADM-MAPSET-NAME    PIC X(7) VALUE 'ESESS'.
          05 APP-SESADM-CHANNEL-NAME
                    PIC X(18) VALUE 'SESADM-CHANNEL'.
          05 APP-SESADM-CONTAINER-NAME
                    PIC X(18) VALUE 'SESADM-CONTAINER'.
          05 APP-ENROLL-FILE-NAME      PIC X(8) VALUE 'EENROL'.
          05 APP-ENROLL-PROGRAM-NAME   PIC X(8) VALUE 'EENRP'.
          05 APP-ENROLL-TRANSACTION-ID PIC X(4) VALUE 'EENR'.
          05 APP-ENROLL-MAP-NAME       PIC X(7) VALUE 'EENRM'.
          05 APP-ENROLL-MAPSET-NAME    PIC X(7) VALUE 'EENRS'.
          05 APP-ENROLL-CHANNEL-NAME
                    PIC X(18) VALUE 'ENROLL-CHANNEL'.
          05 APP-ENROLL-CONTAINER-NAME
                    PIC X(18) VALUE 'ENROLL-CONTAINER'.
          05 APP-WAITPRM-PROGRAM-NAME  PIC X(8) VALUE 'EWAITP'.
          05 APP-WAITPRM-CHANNEL-NAME
                    PIC X(18) VALUE 'WAITPRM-CHANNEL'.
          05 APP-WAITPRM-CONTAINER-NAME
                    PIC X(18) VALUE 'WAITPRM-CONTAINER'.
      *
      *    DISCIPLINARY AND GRIEVANCE CASES (SEE ECASES.CPY) - THE
      *    CASE SCREEN (ECASP, REACHED FROM EVIEWP PF17 OR DIRECTLY),
      *    GATED THROUGH EPERMTX FUNCTION 'CASEFILE' THE WAY ENOTEP IS
      *    BY 'CASENOTE', AND THE WEEKLY STAGE-DEADLINE REPORT (ECASRP)
      *    OF OPEN CASES OVERDUE OR DUE WITHIN THE WORKING-DAY WINDOW
      *    BELOW, COUNTED ON THE EHOLDAY CALENDAR.
      *
          05 APP-CASE-FILE-NAME        PIC X(8) VALUE 'ECASES'.
          05 APP-CASE-PROGRAM-NAME     PIC X(8) VALUE 'ECASP'.
          05 APP-CASE-TRANSACTION-ID   PIC X(4) VALUE 'ECAS'.
          05 APP-CASE-MAP-NAME         PIC X(7) VALUE 'ECASM'.
          05 APP-CASE-MAPSET-NAME      PIC X(7) VALUE 'ECASS'.
          05 APP-CASE-CHANNEL-NAME
                    PIC X(18) VALUE 'CASEFL-CHANNEL'.
          05 APP-CASE-CONTAINER-NAME
                    PIC X(18) VALUE 'CASEFL-CONTAINER'.
          05 APP-CASEDUE-PROGRAM-NAME  PIC X(8) VALUE 'ECASRP'.
          05 APP-CASEDUE-TRANSACTION-ID
                                        PIC X(4) VALUE 'ECSR'.
          05 APP-CASEDUE-QUEUE-NAME    PIC X(8) VALUE 'CASEDUE'.
          05 APP-CASEDUE-WINDOW-DAYS   PIC 9(2) VALUE 5.
      *
      *    HEALTH AND SAFETY INCIDENT LOG (SEE EINCDNT.CPY) - THE
      *    INCIDENT SCREEN (EINCP), GATED THROUGH EPERMTX FUNCTION
      *    'INCIDENT', AND THE MONTHLY SAFETY-COMMITTEE RUN (EINCRP):
      *    THE MONTH'S EXTERNALLY REPORTABLE INCIDENTS AND THE DAYS
      *    LOST PER DEPARTMENT FROM THE LINKED SICKNESS ABSENCES. AN
      *    INJURY THAT KEEPS SOMEONE OFF LONGER THAN THE DAYS BELOW
      *    MUST BE FLAGGED REPORTABLE.
      *
          05 APP-INCIDENT-FILE-NAME    PIC X(8) VALUE 'EINCDNT'.
          05 APP-INCIDENT-PROGRAM-NAME PIC X(8) VALUE 'EINCP'.
          05 APP-INCIDENT-TRANSACTION-ID
                                        PIC X(4) VALUE 'EINC'.
          05 APP-INCIDENT-MAP-NAME     PIC X(7) VALUE 'EINCM'.
          05 APP-INCIDENT-MAPSET-NAME  PIC X(7) VALUE 'EINCS'.
          05 APP-INCIDENT-CHANNEL-NAME
                    PIC X(18) VALUE 'INCDNT-CHANNEL'.
          05 APP-INCIDENT-CONTAINER-NAME
                    PIC X(18) VALUE 'INCDNT-CONTAINER'.
          05 APP-INCIDENT-OVER-DAYS    PIC 9(2)V9 VALUE 7.
          05 APP-INCRPT-PROGRAM-NAME   PIC X(8) VALUE 'EINCRP'.
          05 APP-INCRPT-TRANSACTION-ID PIC X(4) VALUE 'EINR'.
          05 APP-INCRPT-QUEUE-NAME     PIC X(8) VALUE 'INCIDRPT'.
      *
      *    RIGHT-TO-WORK DOCUMENTS (SEE ERTWDOC.CPY) - ONE RECORD PER
      *    EMPLOYEE, FIRST WRITTEN AT HIRE BY EADDP/EBLKHP, MAINTAINED
      *    ON ERTWP (REACHED FROM EVIEWP PF18 OR DIRECTLY), AND SWEPT
      *    MONTHLY BY ERTWXP: EVERY DOCUMENT EXPIRING WITHIN THE DAYS
      *    BELOW, OR ALREADY EXPIRED, LISTED BY DEPARTMENT THE WAY
      *    ECERXP LISTS CERTIFICATIONS.
      *
          05 APP-RTWDOC-FILE-NAME      PIC X(8) VALUE 'ERTWDOC'.
          05 APP-RTWDOC-PROGRAM-NAME   PIC X(8) VALUE 'ERTWP'.
          05 APP-RTWDOC-TRANSACTION-ID PIC X(4) VALUE 'ERTW'.
          05 APP-RTWDOC-MAP-NAME       PIC X(7) VALUE 'ERTWM'.
          05 APP-RTWDOC-MAPSET-NAME    PIC X(7) VALUE 'ERTWS'.
          05 APP-RTWDOC-CHANNEL-NAME
                    PIC X(18) VALUE 'RTWDOC-CHANNEL'.
          05 APP-RTWDOC-CONTAINER-NAME
                    PIC X(18) VALUE 'RTWDOC-CONTAINER'.
          05 APP-RTWEXP-PROGRAM-NAME   PIC X(8) VALUE 'ERTWXP'.
          05 APP-RTWEXP-TRANSACTION-ID PIC X(4) VALUE 'ERWX'.
          05 APP-RTWEXP-QUEUE-NAME     PIC X(8) VALUE 'RTWEXP'.
          05 APP-RTWEXP-WARN-DAYS      PIC 9(3) VALUE 90.
      *
      *    LEAVING-REASON CODE TABLE FILE (SEE EEXRSN.CPY) AND ITS
      *    ADMINISTRATION PROGRAM (EXRSADM) - LIKE ETYPADM, ENTERED
      *    DIRECTLY BY TRANSACTION ID. EXIT-INTERVIEW RECORDS (SEE
      *    EEXITR.CPY), CAPTURED ON EUPDP WITH THE END DATE, AND THE
      *    QUARTERLY LEAVERS-BY-REASON AND REGRETTED-LOSS REPORT
      *    (EEXTRP).
      *
          05 APP-EXITRSN-FILE-NAME     PIC X(8) VALUE 'EEXRSN'.
          05 APP-RSNADM-PROGRAM-NAME   PIC X(8) VALUE 'EXRSADM'.
          05 APP-RSNADM-TRANSACTION-ID PIC X(4) VALUE 'EXRS'.
          05 APP-RSNADM-MAP-NAME       PIC X(7) VALUE 'EXRSM'.
          05 APP-RSNADM-MAPSET-NAME    PIC X(7) VALUE 'EXRSS'.
          05 APP-RSNADM-CHANNEL-NAME
                    PIC X(18) VALUE 'RSNADM-CHANNEL'.
          05 APP-RSNADM-CONTAINER-NAME
                    PIC X(18) VALUE 'RSNADM-CONTAINER'.
          05 APP-EXITREC-FILE-NAME     PIC X(8) VALUE 'EEXITR'.
          05 APP-EXITRPT-PROGRAM-NAME  PIC X(8) VALUE 'EEXTRP'.
          05 APP-EXITRPT-TRANSACTION-ID PIC X(4) VALUE 'EEXT'.
          05 APP-EXITRPT-QUEUE-NAME    PIC X(8) VALUE 'EXITRPT'.
      *
      *    APPRAISAL HISTORY FILE (SEE EAPRHS.CPY).
      *
          05 APP-APPR-HISTORY-FILE-NAME
                                        PIC X(4) VALUE 'EACR'.
          05 APP-APRCRPT-QUEUE-NAME    PIC X(8) VALUE 'APCYCRPT'.
      *
      *    PERFORMANCE OBJECTIVES PER EMPLOYEE AND APPRAISAL CYCLE
      *    (SEE EOBJCTV.CPY), SET AND CHECKED IN ON EOBJP (ESRWP MOLD -
      *    MANAGER SCOPE AND EDELEG DELEGATION) AND READ BY THE
      *    EMPLOYEE FROM EMYRECP. EAPCRP LISTS ACTIVE EMPLOYEES WITH
      *    NONE SET ONCE THE CYCLE'S OBJECTIVES DUE DATE HAS PASSED.
      *
          05 APP-OBJECTIVE-FILE-NAME   PIC X(8) VALUE 'EOBJCTV'.
          05 APP-OBJECTIVE-PROGRAM-NAME
                                        PIC X(8) VALUE 'EOBJP'.
          05 APP-OBJECTIVE-TRANSACTION-ID
                                        PIC X(4) VALUE 'EOBJ'.
          05 APP-OBJECTIVE-MAP-NAME    PIC X(7) VALUE 'EOBJM'.
          05 APP-OBJECTIVE-MAPSET-NAME PIC X(7) VALUE 'EOBJS'.
          05 APP-OBJECTIVE-CHANNEL-NAME
                    PIC X(18) VALUE 'OBJECTV-CHANNEL'.
          05 APP-OBJECTIVE-CONTAINER-NAME
                    PIC X(18) VALUE 'OBJECTV-CONTAINER'.
      *
      *    PERSONAL FOLLOW-UP REMINDERS ('TICKLERS') PER SIGNED-ON
      *    USER (SEE ERMDR.CPY), KEPT ON ERMDP - REACHED FROM EMENUA
      *    (PF8, WITH THE 'N REMINDERS DUE' LINE) OR FROM EVIEWP
      *    (PF20) WITH THE EMPLOYEE ALREADY FILLED IN. ERMDHP IS THE
      *    MONTHLY HOUSEKEEPING RUN THAT DROPS COMPLETED REMINDERS
      *    OLDER THAN APP-REMIND-RETAIN-DAYS.
      *
          05 APP-REMIND-FILE-NAME      PIC X(8) VALUE 'EREMIND'.
          05 APP-REMIND-PROGRAM-NAME   PIC X(8) VALUE 'ERMDP'.
          05 APP-REMIND-TRANSACTION-ID PIC X(4) VALUE 'ERMD'.
          05 APP-REMIND-MAP-NAME       PIC X(7) VALUE 'ERMDM'.
          05 APP-REMIND-MAPSET-NAME    PIC X(7) VALUE 'ERMDS'.
          05 APP-REMIND-CHANNEL-NAME
                    PIC X(18) VALUE 'REMIND-CHANNEL'.
          05 APP-REMIND-CONTAINER-NAME
                    PIC X(18) VALUE 'REMIND-CONTAINER'.
          05 APP-REMINDHK-PROGRAM-NAME PIC X(8) VALUE 'ERMDHP'.
          05 APP-REMINDHK-TRANSACTION-ID
                                        PIC X(4) VALUE 'ERMH'.
          05 APP-REMIND-RETAIN-DAYS    PIC 9(3) VALUE 90.
      *
      *    LEGAL NAME-CHANGE HISTORY (SEE ENAMHST.CPY) - ONE RECORD
      *    PER CHANGE OF PRIMARY NAME, WRITTEN BY EUPDP. THE TWO
      *    NON-UNIQUE PATHS LET EVIEWP'S NAME AND SOUNDS-LIKE
      *    SEARCHES FIND AN EMPLOYEE UNDER A FORMER NAME.
      *
          05 APP-NAME-HISTORY-FILE-NAME
                                        PIC X(8) VALUE 'ENAMHST'.
          05 APP-NAME-HISTORY-PATH-NAME
                                        PIC X(8) VALUE 'ENAMHPN'.
          05 APP-NAME-HISTORY-PHON-PATH-NAME
                                        PIC X(8) VALUE 'ENAMHPH'.
      *
      *    FIELD-LEVEL ENCIPHERMENT AT REST FOR PAY-ACCOUNT-NUMBER AND
      *    EMP-EXTERNAL-ID. ECIPHP IS LINKED WITH THE ECIPHCA COMM-
      *    AREA AND ENCIPHERS THROUGH ICSF FORMAT-PRESERVING
      *    ENCRYPTION; THE CKDS LABEL OF EACH KEY VERSION IS ON ITS
      *    OWN SECURED FILE (SEE EFLDKEY.CPY), READABLE BY ECIPHP
      *    ALONE. NEW VALUES ARE ENCIPHERED UNDER THE CURRENT
      *    VERSION BELOW AND EACH RECORD CARRIES THE VERSION ITS
      *    VALUE WAS ENCIPHERED UNDER. ECNVEP ENCIPHERS RECORDS STILL
      *    IN THE CLEAR (OR UNDER AN OLDER VERSION) IN PLACE - ONCE
      *    AT INTRODUCTION, AND AGAIN AFTER ANY CHANGE OF VERSION.
      *
          05 APP-CIPHER-PROGRAM-NAME   PIC X(8) VALUE 'ECIPHP'.
          05 APP-FIELD-KEY-FILE-NAME   PIC X(8) VALUE 'FLDKEY'.
          05 APP-FIELD-KEY-VERSION     PIC X(1) VALUE '1'.
          05 APP-CONVCIPH-PROGRAM-NAME PIC X(8) VALUE 'ECNVEP'.
          05 APP-CONVCIPH-TRANSACTION-ID
                                        PIC X(4) VALUE 'ECNE'.
      *
      *    AUDIT DETAIL (BEFORE/AFTER IMAGE) FILE (SEE EAUDDTL.CPY)
      *    AND ITS VIEWER (EAUDVP) - ONE RECORD PER FIELD CHANGED BY
      *    AN UPDATE, KEYED OFF THE PARENT EAUDIT ENTRY'S KEY.
          05 APP-AUDIT-LOG-FILE-NAME    PIC X(8) VALUE 'EAUDIT'.
          05 APP-AUDIT-USER-PATH-NAME   PIC X(8) VALUE 'EAUDUSR'.
      *
      *    AUDIT-TRAIL CHAINING (EAUDHP, SEE EAUDCCA.CPY) - EVERY
      *    PROGRAM THAT WRITES AN EAUDIT OR EAUDDTL RECORD LINKS HERE
      *    FIRST TO SEAL IT ONTO THE EMPLOYEE'S HASH CHAIN. THE ANCHOR
      *    FILE (SEE EAUDANC.CPY) RECORDS WHERE THE RETENTION PURGE
      *    (ERETNP) CUT EACH CHAIN. EACH SEAL IS AN ICSF HMAC
      *    (CSNBHMG, SHA-256) UNDER THE CKDS KEY LABEL BELOW - THE
      *    SAME KEY SEALS AND VERIFIES, SO IT IS NEVER ROTATED WITHOUT
      *    RE-SEALING EVERY CHAIN.
      *
          05 APP-AUDCHN-PROGRAM-NAME   PIC X(8) VALUE 'EAUDHP'.
          05 APP-AUDCHN-MAC-KEY-LABEL  PIC X(64)
                                        VALUE 'EMPAPP.AUDIT.CHAIN.HMAC'.
      *
      *    WHEN SEALING WENT LIVE. AN UNSEALED ENTRY IS ONLY EVER
      *    ACCEPTED IF IT IS OLDER THAN THIS - ANYTHING WRITTEN SINCE
      *    WAS SEALED, SO A BLANK SEAL ON IT MEANS A FAILED SEAL OR
      *    A RECORD WRITTEN (OR BLANKED) AROUND THE APPLICATION.
          05 APP-AUDCHN-GO-LIVE-TS     PIC X(14)
                                        VALUE '20261001000000'.
          05 APP-AUDCHN-ANCHOR-FILE-NAME
                                        PIC X(8) VALUE 'AUDANCH'.
      *
      *    AUDIT-CHAIN VERIFIER BATCH JOB (EAUDCVP) - LIKE ECNTVP, NO
      *    SCREEN - WALKS EVERY EMPLOYEE'S EAUDIT AND EAUDDTL CHAINS
      *    AND LISTS EACH BREAK (EMPLOYEE, TRAIL, TIMESTAMP, REASON)
      *    TO THE QUEUE BELOW. ANY BREAK MARKS THE RUN FAILED. EACH
      *    RESEAL AFTER A MERGE IS LISTED THERE TOO, AS A NOTE.
      *
          05 APP-AUDCHK-PROGRAM-NAME   PIC X(8) VALUE 'EAUDCVP'.
          05 APP-AUDCHK-TRANSACTION-ID PIC X(4) VALUE 'EACV'.
          05 APP-AUDCHK-QUEUE-NAME     PIC X(8) VALUE 'AUDCHAIN'.
      *
      *    AUDIT-BY-USER COMPLIANCE REVIEW SCREEN (EAUDQP) - LISTS A
      *    CHOSEN USER'S CHANGES WITHIN A DATE RANGE OVER THE EAUDUSR
      *    PATH. ADMINISTRATORS ONLY.
          05 APP-ORGVIEW-CONTAINER-NAME
                    PIC X(18) VALUE 'ORGVIEW-CONTAINER'.
      *
      *    HR KPI SCORECARD - THE KPI SUMMARY FILE (SEE EKPISUM.CPY),
      *    REBUILT EVERY NIGHT BY EKPIXP (THE LAST STEP OF ENIGHTP'S
      *    WINDOW) FROM THE SWEEP, EHDCNT, EABSENC, EREQSTN, EAPRHS
      *    AND THE PAY-GRADE TABLE, AND THE SCORECARD SCREEN (EKPIVP)
      *    THAT READS NOTHING BUT THAT FILE - COMPANY-WIDE FIGURES
      *    OVER THE DIVISIONS, DRILLING DOWN LIKE EORGVP. THE ROLLING
      *    WINDOW BELOW COVERS SICK DAYS AND TIME-TO-FILL; TURNOVER
      *    USES THE LAST TWELVE EHDCNT SNAPSHOT PERIODS.
      *
          05 APP-KPI-FILE-NAME         PIC X(8) VALUE 'EKPISUM'.
          05 APP-KPI-WINDOW-DAYS       PIC 9(3) VALUE 365.
          05 APP-KPIJOB-PROGRAM-NAME   PIC X(8) VALUE 'EKPIXP'.
          05 APP-KPIJOB-TRANSACTION-ID PIC X(4) VALUE 'EKPX'.
          05 APP-KPIVIEW-PROGRAM-NAME  PIC X(8) VALUE 'EKPIVP'.
          05 APP-KPIVIEW-TRANSACTION-ID
                                        PIC X(4) VALUE 'EKPI'.
          05 APP-KPIVIEW-MAP-NAME      PIC X(7) VALUE 'EKPIM'.
          05 APP-KPIVIEW-MAPSET-NAME   PIC X(7) VALUE 'EKPIS'.
          05 APP-KPIVIEW-CHANNEL-NAME
                    PIC X(18) VALUE 'KPIVIEW-CHANNEL'.
          05 APP-KPIVIEW-CONTAINER-NAME
                    PIC X(18) VALUE 'KPIVIEW-CONTAINER'.
      *
      *    MASS DEPARTMENT-REASSIGNMENT UTILITY (EMASSP).
      *
          05 APP-MASSDEPT-PROGRAM-NAME PIC X(8) VALUE 'EMASSP'.
                    PIC X(18) VALUE 'RESTRUCT-CONTAINER'.
          05 APP-RESTRUCT-CKPT-RRN     PIC S9(8) COMP VALUE 2.
      *
      *    MASS-UPDATE RUN IDS - EMASSP, ESALRVP AND ERESTRP STAMP
      *    EVERY EAUDIT/EAUDDTL/DEPTTRN/EMPCOMP RECORD A CONFIRMED RUN
      *    WRITES WITH A 16-CHARACTER RUN ID: ONE OF THESE PREFIXES
      *    PLUS THE RUN'S START DATE/TIME. THE REVERSAL UTILITY
      *    (EREVRP) STAMPS ITS OWN RESTORES THE SAME WAY.
      *
          05 APP-RUNID-MASSDEPT-PREFIX PIC X(2) VALUE 'MD'.
          05 APP-RUNID-SALRV-PREFIX    PIC X(2) VALUE 'SR'.
          05 APP-RUNID-RESTRUCT-PREFIX PIC X(2) VALUE 'RS'.
          05 APP-RUNID-REVERSAL-PREFIX PIC X(2) VALUE 'RV'.
      *
      *    EBFCP STAMPS ITS CORRECTIONS THE SAME WAY SO ONE LOAD'S
      *    CHANGES CAN BE PICKED OUT TOGETHER (AND A RESTARTED LOAD
      *    KEEPS ITS ID) - EREVRP DOES NOT REVERSE THESE; A BAD
      *    CORRECTION IS PUT RIGHT BY LOADING THE OLD VALUE BACK.
      *
          05 APP-RUNID-FIELDFIX-PREFIX PIC X(2) VALUE 'FC'.
      *
      *    MASS-UPDATE RUN REVERSAL UTILITY (EREVRP) - TAKES A RUN
      *    ID, PREVIEWS WHICH EMPLOYEES CAN BE PUT BACK, AND ONLY
      *    AFTER A CONFIRMING 'Y' RESTORES THE BEFORE-IMAGES THE RUN
      *    LEFT ON EAUDDTL. ANY EMPLOYEE CHANGED AGAIN SINCE THE RUN
      *    IS REFUSED, NEVER OVERWRITTEN.
      *
          05 APP-RUNREV-PROGRAM-NAME   PIC X(8) VALUE 'EREVRP'.
          05 APP-RUNREV-TRANSACTION-ID
                                        PIC X(4) VALUE 'EREV'.
          05 APP-RUNREV-MAP-NAME       PIC X(7) VALUE 'EREVM'.
          05 APP-RUNREV-MAPSET-NAME    PIC X(7) VALUE 'EREVS'.
          05 APP-RUNREV-CHANNEL-NAME
                    PIC X(18) VALUE 'RUNREV-CHANNEL'.
          05 APP-RUNREV-CONTAINER-NAME
                    PIC X(18) VALUE 'RUNREV-CONTAINER'.
      *
      *    ONE LINE PER EMPLOYEE OF THE RUN - WHAT THE PREVIEW WOULD
      *    PUT BACK (OR REFUSE), THEN WHAT THE CONFIRMED REVERSAL DID.
      *    CLEARED AT THE START OF EACH PREVIEW AND EACH REVERSAL.
      *
          05 APP-RUNREV-QUEUE-NAME     PIC X(8) VALUE 'EREVLIST'.
      *
      *    SIGN-ON RULES CACHE-REFRESH ADMIN TRANSACTION (ERFRP).
      *
          05 APP-RULEREFRESH-PROGRAM-NAME
          05 APP-PAYEXT-TRANSACTION-ID PIC X(4) VALUE 'EPAY'.
          05 APP-PAYEXT-QUEUE-NAME     PIC X(8) VALUE 'PAYEXT'.
      *
      *    ONE EXTRACT PER LEGAL ENTITY - EACH ENTITY'S PAYROLL
      *    BUREAU PICKS UP ITS OWN QUEUE, NAMED THIS PREFIX PLUS THE
      *    COMPANY CODE (E.G. 'PX0001'), WITH ITS OWN TRAILERS AND
      *    VOLUME MANIFEST. THE PAYEXT QUEUE ITSELF NOW CARRIES THE
      *    RUN'S ENTITY INDEX - ONE LINE PER ENTITY QUEUE AND ITS
      *    EXTRACTED COUNT, THE GRAND TOTAL LAST.
      *
          05 APP-PAYEXT-ENTITY-PREFIX  PIC X(2) VALUE 'PX'.
      *
      *    THE PAY PERIOD THE UNPAID-ABSENCE DEDUCTION RECORDS COVER -
      *    EVERY ABS-TYPE-UNPAID ABSENCE TOUCHING THE LAST N DAYS
      *    GOES OUT AS A 'U' RECORD WITH ITS OWN 'X' TRAILER COUNT,
          05 APP-PAYEXT-PERIOD-DAYS    PIC 9(3) VALUE 14.
      *
      *    PAYROLL-EXTRACT ACKNOWLEDGMENT RECONCILIATION (EACKRP) -
      *    EACH ENTITY'S PAYROLL BUREAU DROPS AN ACK RECORD (RUN
      *    DATE, RECORDS ACCEPTED/REJECTED) ON THE ACK QUEUE AFTER IT
      *    INGESTS ITS EXTRACT; THE MORNING EACK RUN SUMS THEM AGAINST
      *    EPAYXP'S TOTAL COUNT FROM THE RUN HISTORY AND RAISES AN
      *    EXCEPTION WHEN THE ACK IS MISSING, LATE, OR THE COUNTS
      *    DISAGREE.
      *
          05 APP-PAYACK-EXCP-QUEUE-NAME
                                        PIC X(8) VALUE 'ACKEXCP'.
      *
      *    INBOUND PAYROLL EARNINGS-HISTORY FEED (EPHFDP) - THE RETURN
      *    LEG OF EPAYXP'S EXTRACT, SAME QUEUE-IN / REPORT-OUT SHAPE
      *    AS EDSYNCP/EABFDP: PAYROLL DROPS ONE FIXED-WIDTH RESULTS
      *    RECORD PER EMPLOYEE PER PAY PERIOD (GROSS, DEDUCTIONS, NET,
      *    PAY DATE) ON THE FEED QUEUE, THE JOB LOADS THEM ONTO THE
      *    EARNINGS-HISTORY FILE (SEE EPAYHST.CPY), REPORTS EVERY LOAD
      *    AND REJECT TO THE REPORT QUEUE AND PARKS THE REJECTS ON
      *    THE SUSPENSE FILE (ESUSPNS) WITH THEIR REASON.
      *
          05 APP-EARNINGS-FILE-NAME    PIC X(8) VALUE 'EPAYHST'.
          05 APP-PAYHFEED-PROGRAM-NAME PIC X(8) VALUE 'EPHFDP'.
          05 APP-PAYHFEED-TRANSACTION-ID
                                        PIC X(4) VALUE 'EPHF'.
          05 APP-PAYHFEED-FEED-QUEUE-NAME
                                        PIC X(8) VALUE 'PAYHFEED'.
          05 APP-PAYHFEED-RPT-QUEUE-NAME
                                        PIC X(8) VALUE 'PAYHFRPT'.
      *
      *    PAY HISTORY SCREEN (EPAYHP, ESALHP MOLD) - AN EMPLOYEE'S
      *    PAY PERIODS NEWEST-FIRST. REACHED FROM EVIEWP'S DETAIL
      *    SCREEN (PF19) FOR ADMINISTRATORS (EPERMTX FUNCTION
      *    'PAYHIST'), OR FROM EMYRECP (PF5), WHERE A STANDARD USER
      *    SEES ONLY THEIR OWN PERIODS.
      *
          05 APP-PAYHIST-PROGRAM-NAME  PIC X(8) VALUE 'EPAYHP'.
          05 APP-PAYHIST-TRANSACTION-ID
                                        PIC X(4) VALUE 'EPYH'.
          05 APP-PAYHIST-MAP-NAME      PIC X(7) VALUE 'EPYHM'.
          05 APP-PAYHIST-MAPSET-NAME   PIC X(7) VALUE 'EPYHS'.
          05 APP-PAYHIST-CHANNEL-NAME
                    PIC X(18) VALUE 'PAYHIST-CHANNEL'.
          05 APP-PAYHIST-CONTAINER-NAME
                    PIC X(18) VALUE 'PAYHIST-CONTAINER'.
      *
      *    STATUTORY NEW-HIRE REGISTRY FILE FOR THE STATE AGENCY
      *    (ENHRXP) - LIKE EPRBDP, NO SCREEN, ENTERED EACH WEEK BY
      *    TRANSACTION ID. EVERY HIRE AND REHIRE ON EAUDIT ('A' AND
      *    'R', BULK-HIRE LOADS INCLUDED) SINCE THE LAST SUCCESSFUL
      *    RUN GOES TO THE QUEUE BELOW IN THE AGENCY'S FIXED FORMAT,
      *    BETWEEN A HEADER AND A TRAILER.
      *
          05 APP-NEWHIRE-RPT-PROGRAM-NAME
                                        PIC X(8) VALUE 'ENHRXP'.
          05 APP-NEWHIRE-RPT-TRANSACTION-ID
                                        PIC X(4) VALUE 'ENHR'.
          05 APP-NEWHIRE-RPT-QUEUE-NAME
                                        PIC X(8) VALUE 'NHREGRPT'.
      *
      *    MONTH-END COST-CENTER ALLOCATION FEED TO THE GENERAL
      *    LEDGER (EGLALCP) - LIKE EDSYNCP'S FEED IN REVERSE, NO
      *    SCREEN - ALLOCATES EACH ACTIVE EMPLOYEE'S MONTHLY SALARY
                                        PIC X(4) VALUE 'EGLA'.
          05 APP-GLALLOC-QUEUE-NAME    PIC X(8) VALUE 'GLALLOC'.
      *
      *    ONE FEED PER LEGAL ENTITY, LIKE THE PAYROLL EXTRACT - EACH
      *    ENTITY'S LEDGER PICKS UP THIS PREFIX PLUS ITS COMPANY CODE
      *    (E.G. 'GL0001'), CLOSED BY ITS OWN CONTROL TRAILER. A LINE
      *    GOES TO THE ENTITY THAT OWNS ITS COST CENTER'S DEPARTMENT.
      *    GLALLOC ITSELF CARRIES THE RUN'S ENTITY INDEX.
      *
          05 APP-GLALLOC-ENTITY-PREFIX PIC X(2) VALUE 'GL'.
      *
      *    MONTH-END PAYROLL / GL RECONCILIATION (EGLRCP) - NO SCREEN,
      *    RUN AFTER BOTH FEEDS ARE BUILT. READS EVERY ENTITY'S PAYEXT
      *    DETAIL/TRAILER RECORDS AND GLALLOC LINES, TOTALS ANNUALIZED
      *    SALARY AND HEADS PER HOME COST CENTER ON EACH SIDE, AND
      *    EXPLAINS EVERY DIFFERENCE BY EMPLOYEE ON THE REPORT QUEUE
      *    BELOW. A COST CENTER WHOSE FEEDS DISAGREE BY MORE THAN THE
      *    TOLERANCE (OR ON HEADS) MARKS THE RUN FAILED. THE EMPLOYEE
      *    TOLERANCE ABSORBS THE GL FEED'S MONTHLY ROUNDING.
      *
          05 APP-GLRECON-PROGRAM-NAME  PIC X(8) VALUE 'EGLRCP'.
          05 APP-GLRECON-TRANSACTION-ID
                                        PIC X(4) VALUE 'EGLR'.
          05 APP-GLRECON-QUEUE-NAME    PIC X(8) VALUE 'GLRECRPT'.
          05 APP-GLRECON-TOLERANCE     PIC 9(5)V99 VALUE 50.00.
          05 APP-GLRECON-EMP-TOLERANCE PIC 9(3)V99 VALUE 1.00.
      *
      *    BUDGET-SEASON PAYROLL COST FORECAST (EFCSTP) - NO SCREEN.
      *    PROJECTS SALARY COST FOR THE NEXT 12 CALENDAR MONTHS PER
      *    DEPARTMENT AND COST CENTER: EMPCOMP RATES (FUTURE-DATED
      *    ONES INCLUDED) BY FTE, PENDING TRANSFERS (EPNDTRN) AND END
      *    DATES APPLIED, PLUS OPEN REQUISITIONS AT THEIR GRADE'S
      *    MIDPOINT. A REPORT GOES TO THE FIRST QUEUE BELOW AND A
      *    FIXED-WIDTH FEED FOR FINANCE TO THE SECOND, CLOSED BY A
      *    CONTROL-TOTAL TRAILER LIKE THE GL ALLOCATION FEED.
      *
          05 APP-PAYFCST-PROGRAM-NAME  PIC X(8) VALUE 'EFCSTP'.
          05 APP-PAYFCST-TRANSACTION-ID
                                        PIC X(4) VALUE 'EFCS'.
          05 APP-PAYFCST-QUEUE-NAME    PIC X(8) VALUE 'PAYFCST'.
          05 APP-PAYFCST-FEED-QUEUE-NAME
                                        PIC X(8) VALUE 'PAYFCSTF'.
      *
      *    NOTIFICATION OUTBOX (SEE ENTFOBX.CPY) - ANY PROGRAM WITH
      *    SOMETHING TO TELL A PERSON LINKS ENTFCP (ENTFCA COMM-AREA)
      *    WITH THE RECIPIENT EMPLOYEE, ONE OF THE TEMPLATE IDS BELOW
      *    AND UP TO THREE SUBSTITUTION VALUES. THE ENTFDP DISPATCHER
      *    (NO SCREEN) RESOLVES EACH RECIPIENT'S CNT-EMAIL-ADDRESS,
      *    FILLS THE TEMPLATE (ELTRTPL, KEPT ON ELTRADM LIKE THE
      *    LETTERS) AND APPENDS THE MESSAGE TO THE MAIL GATEWAY'S
      *    INBOUND QUEUE (SEE EMAILGW.CPY). UNDELIVERABLE MESSAGES -
      *    NO EMAIL ON FILE, NO SUCH EMPLOYEE, NO TEMPLATE - GO TO
      *    THE REPORT QUEUE. OPT-OUTS FROM THE NON-MANDATORY TYPES
      *    ARE KEPT ON THE CONTACT RECORD (ECONTP).
      *
          05 APP-NOTIFY-OUTBOX-FILE-NAME
                                        PIC X(8) VALUE 'ENTFOBX'.
          05 APP-NOTIFY-WRITER-NAME    PIC X(8) VALUE 'ENTFCP'.
          05 APP-NOTIFY-PROGRAM-NAME   PIC X(8) VALUE 'ENTFDP'.
          05 APP-NOTIFY-TRANSACTION-ID PIC X(4) VALUE 'ENTF'.
          05 APP-NOTIFY-QUEUE-NAME     PIC X(8) VALUE 'NTFYUNDL'.
          05 APP-MAIL-GATEWAY-QUEUE-NAME
                                        PIC X(8) VALUE 'MAILGWIN'.
          05 APP-NTF-LEAVE-APPROVED-ID PIC X(8) VALUE 'NTLVAPR'.
          05 APP-NTF-LEAVE-REJECTED-ID PIC X(8) VALUE 'NTLVREJ'.
          05 APP-NTF-PROBATION-DUE-ID  PIC X(8) VALUE 'NTPRBDUE'.
          05 APP-NTF-CERT-EXPIRING-ID  PIC X(8) VALUE 'NTCERTEX'.
          05 APP-NTF-ONBOARD-TASK-ID   PIC X(8) VALUE 'NTONBTSK'.
          05 APP-NTF-LOCKOUT-ID        PIC X(8) VALUE 'NTLOCKED'.
      *
      *    LEAVERS EXTRACT QUEUE - EUPDP WRITES ONE RECORD HERE THE
      *    MOMENT AN END DATE IS FIRST RECORDED FOR AN EMPLOYEE, SO IT
      *    AND BENEFITS HEAR ABOUT LEAVERS THE DAY THEY ARE KEYED
          05 APP-CNTVAL-PROGRAM-NAME   PIC X(8) VALUE 'ECNTVP'.
          05 APP-CNTVAL-TRANSACTION-ID PIC X(4) VALUE 'ECNV'.
      *
      *    NIGHTLY DEPARTMENT-COUNTER RECOUNT BATCH JOB (EDCVP) - LIKE
      *    ECNTVP, NO SCREEN - RECOUNTS EVERY DEPARTMENT ON DEPTMAST
      *    FROM THE EMPDEPT PATH, LISTS EACH COUNTER RECORD THAT HAD
      *    DRIFTED (OR WAS MISSING) TO THE QUEUE BELOW AND REWRITES
      *    IT WITH THE TRUE COUNT, SO THE DAY'S BUDGET CHECKS START
      *    FROM CORRECT FIGURES.
      *
          05 APP-DCNTVAL-PROGRAM-NAME  PIC X(8) VALUE 'EDCVP'.
          05 APP-DCNTVAL-TRANSACTION-ID
                                        PIC X(4) VALUE 'EDCV'.
          05 APP-DCNTVAL-QUEUE-NAME    PIC X(8) VALUE 'DCNTDRFT'.
      *
      *    NIGHTLY ALTERNATE-INDEX INTEGRITY CHECK (EAIXVP) - LIKE
      *    ECNTVP, NO SCREEN - PROVES EVERY EMPMAST RECORD IS REACHED
      *    THROUGH THE EMPNAME, EMPDEPT, EMPEXID AND EMPPHON PATHS
      *    UNDER ITS OWN KEY VALUES, AND EVERY PATH ENTRY LEADS BACK
      *    TO A BASE RECORD CARRYING ITS KEY. MISMATCHES GO TO THE
      *    QUEUE BELOW BY PATH, AND ANY MISMATCH MARKS THE RUN FAILED
      *    SO ENIGHTP STOPS BEFORE THE SWEEP AND THE EXTRACTS.
      *
          05 APP-AIXCHK-PROGRAM-NAME   PIC X(8) VALUE 'EAIXVP'.
          05 APP-AIXCHK-TRANSACTION-ID PIC X(4) VALUE 'EAIX'.
          05 APP-AIXCHK-QUEUE-NAME     PIC X(8) VALUE 'AIXCHK'.
      *
      *    NIGHTLY BATCH-WINDOW DRIVER (ENIGHTP) - ONE TRANSACTION
      *    THAT LINKS TO THE OVERNIGHT JOBS IN DEPENDENCY ORDER
      *    (RECONCILIATION FIRST), STOPS THE SEQUENCE WHEN THE
          05 APP-NIGHTLY-TRANSACTION-ID
                                        PIC X(4) VALUE 'ENGT'.
      *
      *    NIGHTLY EMPMAST SWEEP (ESWPP) - LIKE EDRPTP, NO SCREEN - THE
      *    FIRST STEP AFTER THE RECONCILIATION. READS EMPMAST ONCE AND
      *    WRITES THE SWEEP WORK FILE (KSDS - SEE ESWEEP.CPY), SORTED
      *    BY DEPARTMENT AND PRE-JOINED WITH THE DEPARTMENT NAME, THE
      *    IN-EFFECT SALARY AND THE JOB-TITLE DESCRIPTION, WHICH THE
      *    ROSTER, APPRAISAL-DUE, PAYROLL AND ANNIVERSARY JOBS BROWSE
      *    INSTEAD OF THE MASTER. THOSE JOBS ACCEPT A SWEEP COMPLETED
      *    TODAY OR YESTERDAY (A WINDOW THAT STARTS BEFORE MIDNIGHT).
      *
          05 APP-SWEEP-PROGRAM-NAME    PIC X(8) VALUE 'ESWPP'.
          05 APP-SWEEP-TRANSACTION-ID  PIC X(4) VALUE 'ESWP'.
          05 APP-SWEEP-FILE-NAME       PIC X(8) VALUE 'ESWEEP'.
      *
      *    SCHEDULED SAVED-FILTER EXPORT BATCH JOB (ESFEXP) - LIKE
      *    EDRPTP, NO SCREEN - RUNS EVERY SAVED FILTER SET FLAGGED
      *    SVF-SCHEDULED-EXPORT THROUGH THE SAME CRITERIA MATCHING
          05 APP-SFEXPORT-TRANSACTION-ID
                                        PIC X(4) VALUE 'ESFX'.
      *
      *    USER-DEFINED EXTRACT LAYOUTS - THE LAYOUT TABLE FILE (SEE
      *    EXLAYT.CPY) AND ITS ADMIN SCREEN (EXLYADM, EJTLADM MOLD),
      *    PLUS THE LINKED LINE FORMATTER (EXFMTP, SEE EXFMCTR.CPY)
      *    THAT BOTH ELISTP'S PF9 EXPORT AND ESFEXP CALL TO BUILD A
      *    HEADER ROW AND ONE DETAIL ROW PER EMPLOYEE IN A NAMED
      *    LAYOUT - FIXED-WIDTH OR COMMA-DELIMITED. A LAYOUT-LESS
      *    EXPORT KEEPS THE ORIGINAL FIXED RECORD.
      *
          05 APP-EXPLAYOUT-FILE-NAME   PIC X(8) VALUE 'EXLAYT'.
          05 APP-XLYADM-PROGRAM-NAME   PIC X(8) VALUE 'EXLYADM'.
          05 APP-XLYADM-TRANSACTION-ID PIC X(4) VALUE 'EXLY'.
          05 APP-XLYADM-MAP-NAME       PIC X(7) VALUE 'EXLYM'.
          05 APP-XLYADM-MAPSET-NAME    PIC X(7) VALUE 'EXLYS'.
          05 APP-XLYADM-CHANNEL-NAME
                    PIC X(18) VALUE 'XLYADM-CHANNEL'.
          05 APP-XLYADM-CONTAINER-NAME
                    PIC X(18) VALUE 'XLYADM-CONTAINER'.
          05 APP-EXFMT-PROGRAM-NAME    PIC X(8) VALUE 'EXFMTP'.
          05 APP-EXFMT-CHANNEL-NAME
                    PIC X(18) VALUE 'EXFMT-CHANNEL'.
          05 APP-EXFMT-CONTAINER-NAME
                    PIC X(18) VALUE 'EXFMT-CONTAINER'.
      *
      *    HEADCOUNT SNAPSHOT FILE (SEE EHDCNT.CPY) AND THE MONTH-END
      *    SNAPSHOT/TREND BATCH JOB (EHDSNP) - WRITES ONE SNAPSHOT
      *    RECORD PER DEPARTMENT PER PERIOD AND PRINTS MONTH-OVER-
          05 APP-LETTER-CONTAINER-NAME
                    PIC X(18) VALUE 'LETTER-CONTAINER'.
      *
      *    ANNUAL TOTAL REWARDS STATEMENTS (ETRSXP) - LIKE EEMXP, NO
      *    SCREEN, ENTERED AT YEAR END BY TRANSACTION ID ('ETRS' FOR
      *    THE CURRENT YEAR IN DECEMBER, THE PRIOR YEAR OTHERWISE, OR
      *    'ETRS YYYY'). ONE STATEMENT PER ACTIVE EMPLOYEE, GROUPED
      *    BY DEPARTMENT, BUILT FROM THE ELTRTPL TEMPLATE BELOW (KEPT
      *    ON ELTRADM) ONTO THE MULTI-VOLUME QUEUE BELOW FOR EPRNTP.
      *    EVERY STATEMENT IS LOGGED ON EEXPAUD.
      *
          05 APP-TOTRWD-PROGRAM-NAME   PIC X(8) VALUE 'ETRSXP'.
          05 APP-TOTRWD-TRANSACTION-ID PIC X(4) VALUE 'ETRS'.
          05 APP-TOTRWD-QUEUE-NAME     PIC X(8) VALUE 'TOTRWDST'.
          05 APP-TOTRWD-TEMPLATE-ID    PIC X(8) VALUE 'TOTRWD'.
      *
      *    EMPLOYEE 360 SUMMARY SCREEN (E360P) - THE WHOLE PICTURE OF
      *    ONE PERSON ON ONE SCREEN: HOME DEPARTMENT, LOANS WITH
      *    PERCENTAGES, TITLE, LEAVE BALANCE, LAST APPRAISAL AND
      *    SEQUENTIALLY AND PRINTS IT WITH A BANNER PAGE, PAGE
      *    HEADINGS AND PAGE NUMBERS. A PER-QUEUE CHECKPOINT RECORD
      *    (KSDS BELOW) REMEMBERS THE LAST CONFIRMED PAGE SO A JAM
      *    MID-REPORT RESUMES INSTEAD OF REPRINTING 40 PAGES. ITS
      *    KEY IS THE 9-BYTE QUEUE NAME (KEYS(9 0)), LONG ENOUGH FOR
      *    A MANAGER PACK.
      *
          05 APP-PRINT-PROGRAM-NAME    PIC X(8) VALUE 'EPRNTP'.
          05 APP-PRINT-TRANSACTION-ID  PIC X(4) VALUE 'EPRT'.
          05 APP-RUNCTL-RRN-ORGHLTH    PIC S9(8) COMP VALUE 20.
          05 APP-RUNCTL-RRN-USAGERPT   PIC S9(8) COMP VALUE 21.
          05 APP-RUNCTL-RRN-CONVHALF   PIC S9(8) COMP VALUE 22.
          05 APP-RUNCTL-RRN-EMRCONX    PIC S9(8) COMP VALUE 23.
          05 APP-RUNCTL-RRN-ROLLCALL   PIC S9(8) COMP VALUE 24.
          05 APP-RUNCTL-RRN-SPANCTL    PIC S9(8) COMP VALUE 25.
          05 APP-RUNCTL-RRN-SUCCRPT    PIC S9(8) COMP VALUE 26.
          05 APP-RUNCTL-RRN-CASEDUE    PIC S9(8) COMP VALUE 27.
          05 APP-RUNCTL-RRN-INCIDRPT   PIC S9(8) COMP VALUE 28.
          05 APP-RUNCTL-RRN-RTWEXP     PIC S9(8) COMP VALUE 29.
          05 APP-RUNCTL-RRN-EXITRPT    PIC S9(8) COMP VALUE 30.
          05 APP-RUNCTL-RRN-MGRPACK    PIC S9(8) COMP VALUE 31.
          05 APP-RUNCTL-RRN-SWEEP      PIC S9(8) COMP VALUE 32.
          05 APP-RUNCTL-RRN-DCNTVAL    PIC S9(8) COMP VALUE 33.
          05 APP-RUNCTL-RRN-AUDCHK     PIC S9(8) COMP VALUE 34.
          05 APP-RUNCTL-RRN-NEWHIRE    PIC S9(8) COMP VALUE 35.
          05 APP-RUNCTL-RRN-TOTRWD     PIC S9(8) COMP VALUE 36.
          05 APP-RUNCTL-RRN-POSPEND    PIC S9(8) COMP VALUE 37.
          05 APP-RUNCTL-RRN-RTWOVD     PIC S9(8) COMP VALUE 38.
          05 APP-RUNCTL-RRN-CONVCIPH   PIC S9(8) COMP VALUE 39.
          05 APP-RUNCTL-RRN-PAYCUT     PIC S9(8) COMP VALUE 40.
          05 APP-RUNCTL-RRN-ARRRPT     PIC S9(8) COMP VALUE 41.
          05 APP-RUNCTL-RRN-KPISUM     PIC S9(8) COMP VALUE 42.
          05 APP-RUNCTL-RRN-GLRECON    PIC S9(8) COMP VALUE 43.
          05 APP-RUNCTL-RRN-AIXCHK     PIC S9(8) COMP VALUE 44.
          05 APP-RUNCTL-RRN-PAYFCST    PIC S9(8) COMP VALUE 45.
          05 APP-RUNCTL-RRN-NOTIFY     PIC S9(8) COMP VALUE 46.
          05 APP-RUNVIEW-PROGRAM-NAME  PIC X(8) VALUE 'ERUNVP'.
          05 APP-RUNVIEW-TRANSACTION-ID
                                        PIC X(4) VALUE 'ERNV'.
          05 APP-RUNVIEW-MAP-NAME      PIC X(7) VALUE 'ERNVM'.
          05 APP-RUNVIEW-MAPSET-NAME   PIC X(7) VALUE 'ERNVS'.
      *
      *    FILE AND QUEUE HEALTH DASHBOARD FOR OPERATIONS (EOPSP,
      *    EWHOP-STYLE) - EVERY FILE AND PATH NAMED ABOVE WITH ITS
      *    OPEN/ENABLED STATE, EVERY REPORT AND FEED QUEUE WITH ITS
      *    DEPTH AND ITS JOB'S RUN-CONTROL STATUS. OPEN, CLOSE,
      *    ENABLE AND DISABLE NEED AN ACTIVE TERMINAL AUTHORIZATION
      *    ROW FOR THE TRANSACTION (SEE ETRMAUT.CPY) AND ARE LOGGED
      *    TO ESONAUD AND THE OPERATIONS ALERT QUEUE.
      *
          05 APP-OPSDASH-PROGRAM-NAME  PIC X(8) VALUE 'EOPSP'.
          05 APP-OPSDASH-TRANSACTION-ID
                                        PIC X(4) VALUE 'EOPS'.
          05 APP-OPSDASH-MAP-NAME      PIC X(7) VALUE 'EOPSM'.
          05 APP-OPSDASH-MAPSET-NAME   PIC X(7) VALUE 'EOPSS'.
          05 APP-OPSDASH-CHANNEL-NAME
                    PIC X(18) VALUE 'OPSDASH-CHANNEL'.
          05 APP-OPSDASH-CONTAINER-NAME
                    PIC X(18) VALUE 'OPSDASH-CONTAINER'.
      *
      *    BATCH-WINDOW SCHEDULE TABLE (KSDS KEYED BY JOB NAME - SEE
      *    EBWSCHD.CPY) AND ITS ADMIN SCREEN (EBWSADM, EWPTADM MOLD),
      *    PLUS THE WINDOW MONITOR (EBWMONP). THE MONITOR RE-STARTS
      *    ITSELF EVERY APP-BWMON-INTERVAL (HHMMSS) WHILE THE WINDOW
      *    IS OPEN, RAISES LATE / OVERRAN / FAILED LINES ON THE
      *    OPERATIONS ALERT QUEUE (AC-OPS-ALERT-QUEUE-NAME), AND ON
      *    ITS FIRST CYCLE AFTER THE WINDOW CLOSES WRITES THE NIGHT'S
      *    SUMMARY TO THE BWSUMARY QUEUE AND SLEEPS UNTIL THE NEXT
      *    WINDOW OPENS. WINDOW TIMES ARE HHMM, LOCAL; A WINDOW THAT
      *    OPENS IN THE EVENING CLOSES THE FOLLOWING MORNING.
      *
          05 APP-BATCH-SCHED-FILE-NAME PIC X(8) VALUE 'EBWSCHD'.
          05 APP-BWSADM-PROGRAM-NAME   PIC X(8) VALUE 'EBWSADM'.
          05 APP-BWSADM-TRANSACTION-ID PIC X(4) VALUE 'EBWS'.
          05 APP-BWSADM-MAP-NAME       PIC X(7) VALUE 'EBWSM'.
          05 APP-BWSADM-MAPSET-NAME    PIC X(7) VALUE 'EBWSS'.
          05 APP-BWSADM-CHANNEL-NAME
                    PIC X(18) VALUE 'BWSADM-CHANNEL'.
          05 APP-BWSADM-CONTAINER-NAME
                    PIC X(18) VALUE 'BWSADM-CONTAINER'.
          05 APP-BWMON-PROGRAM-NAME    PIC X(8) VALUE 'EBWMONP'.
          05 APP-BWMON-TRANSACTION-ID  PIC X(4) VALUE 'EBWM'.
          05 APP-BWMON-QUEUE-NAME      PIC X(8) VALUE 'BWSUMARY'.
          05 APP-BWMON-REQUEST-ID      PIC X(8) VALUE 'EBWMCYCL'.
          05 APP-BWMON-INTERVAL        PIC S9(7) COMP-3
                                                 VALUE +1500.
          05 APP-BATCH-WINDOW-OPEN     PIC 9(4)  VALUE 1900.
          05 APP-BATCH-WINDOW-CLOSE    PIC 9(4)  VALUE 0700.
      *
      *    NIGHTLY CROSS-FILE DATA-QUALITY VALIDATOR (EDQVP) - LIKE
      *    ECNTVP BUT FOR THE DATA ITSELF: ORPHANED DEPARTMENT IDS,
      *    AUDIT/TRANSFER RECORDS POINTING AT MISSING EMPLOYEES, AN
          05 AC-BRDADM-MAP-NAME        PIC X(7) VALUE 'EBRDM'.
          05 AC-BRDADM-MAPSET-NAME     PIC X(7) VALUE 'EBRDS'.
      *
      *    SIGN-ON WINDOW FILE (SEE ESONWIN.CPY) - PERMITTED DAYS AND
      *    HOURS PER USER TYPE, WITH OPTIONAL PER-USER OVERRIDES -
      *    AND ITS MAINTENANCE SCREEN (ESWNADM, EWPTADM MOLD).
      *
          05 AC-SIGNON-WINDOW-FILE-NAME
                                        PIC X(8) VALUE 'ESONWIN'.
          05 AC-WINADM-PROGRAM-NAME    PIC X(8) VALUE 'ESWNADM'.
          05 AC-WINADM-TRANSACTION-ID  PIC X(4) VALUE 'ESWN'.
          05 AC-WINADM-MAP-NAME        PIC X(7) VALUE 'ESWNM'.
          05 AC-WINADM-MAPSET-NAME     PIC X(7) VALUE 'ESWNS'.
          05 AC-WINADM-CHANNEL-NAME
                    PIC X(18) VALUE 'WINADM-CHANNEL'.
          05 AC-WINADM-CONTAINER-NAME
                    PIC X(18) VALUE 'WINADM-CONTAINER'.
      *
      *    BREAK-GLASS EMERGENCY ELEVATION (EBRKGP) - A PRE-AUTHORIZED
      *    STANDARD OR MANAGER USER (RU-BREAK-GLASS-FLAG, SET ON
      *    EUSRADM) RAISES THEIR OWN SESSION TO ADMINISTRATOR FOR A
      *    FIXED NUMBER OF MINUTES, WITH A MANDATORY REASON. EACTMON
      *    TIMES IT OUT; EBRKRP LISTS EVERY ELEVATION THE NEXT DAY
      *    WITH WHAT THE SESSION CHANGED, FOR REVIEW.
      *
          05 AC-BRKGL-PROGRAM-NAME     PIC X(8) VALUE 'EBRKGP'.
          05 AC-BRKGL-TRANSACTION-ID   PIC X(4) VALUE 'EBGL'.
          05 AC-BRKGL-MAP-NAME         PIC X(7) VALUE 'EBRKM'.
          05 AC-BRKGL-MAPSET-NAME      PIC X(7) VALUE 'EBRKS'.
          05 AC-BRKGL-CHANNEL-NAME
                    PIC X(18) VALUE 'BRKGL-CHANNEL'.
          05 AC-BRKGL-CONTAINER-NAME
                    PIC X(18) VALUE 'BRKGL-CONTAINER'.
          05 AC-BRKGL-MINUTES          PIC 9(3) VALUE 30.
          05 AC-BRKRPT-PROGRAM-NAME    PIC X(8) VALUE 'EBRKRP'.
          05 AC-BRKRPT-TRANSACTION-ID  PIC X(4) VALUE 'EBKR'.
          05 AC-BRKRPT-QUEUE-NAME      PIC X(8) VALUE 'BRKGLRPT'.
      *
      *    SAME ACTIVITY-MONITOR CHANNEL/CONTAINER/PROGRAM, AS SEEN BY
      *    THE CALLING TRANSACTIONS (EADDP, EMENUA, ELISTP, EVIEWP)
      *    RATHER THAN BY EACTMON/ESONP ITSELF. VALUES MUST MATCH THE
