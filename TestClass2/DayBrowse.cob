      *    same DAYCFG convention DayDriver uses - line two of the
      *    config is the day file path, and DAY_DAYPATH overrides it,
      *    so the browse always lands on the same file the overnight
      *    run last built. Lines four and eight are the operator id
      *    and the audit path (DAY_USERID, DAY_AUDITPATH); the role
      *    and user-role files default beside the others and
      *    DAY_ROLEPATH and DAY_UROLPATH override them, as in
      *    RefMaint.
           Select OPTIONAL DayCfgFile
               Assign to "DAYCFG"
               Organization is line sequential
               alternate key is dayInv with duplicates
               file status is dStatus.

           Select OPTIONAL RoleFile
               Assign to roID
               Organization is indexed access mode is dynamic
               record key is roleKey1
               file status is roStatus.

           Select OPTIONAL UrolFile
               Assign to urID
               Organization is indexed access mode is dynamic
               record key is urolKey1
               file status is urStatus.

           Select OPTIONAL AudFile
               Assign to auID
               Organization is line sequential
               file status is auStatus.

       DATA DIVISION.

       FILE SECTION.
       FD  DayFile.
       COPY TSFDDAY.

       FD  RoleFile.
       COPY TSFDROLE.

       FD  UrolFile.
       COPY TSFDUROL.

       FD  AudFile.
       COPY TSFDAUDT.

       WORKING-STORAGE SECTION.

       01  cfgStatus         pic xx.
         02  dStatus2        pic x value space.
       01  dID               pic x(255) value space.
       01  WS-DayPathText    pic x(255) value "C:\TRS\trs.Day".
       01  WS-UserIdText     pic x(3) value "001".
       01  WS-AuditPathText  pic x(255) value "C:\TRS\trs.Audit".
       01  WS-RolePathText   pic x(255) value "C:\TRS\trs.Role".
       01  WS-UrolPathText   pic x(255) value "C:\TRS\trs.UserRole".
       01  WS-SkipText       pic x(255).
       01  WS-EnvOverride    pic x(255).
       01  roStatus          pic 9(2) value zero.
       01  roID              pic x(255) value space.
       01  urStatus          pic 9(2) value zero.
       01  urID              pic x(255) value space.
       01  auStatus          pic 9(2) value zero.
       01  auID              pic x(255) value space.
       01  WS-OperUser       pic 9(3) value 1.
       01  WS-SecFunc        pic x(8) value "BROWSE".
       01  WS-SecAccess      pic x.
       01  WS-Fx             pic 9(4) comp-5 value zero.
       COPY TSWSFUNC.

       01  WS-Done           pic x value "N".
       01  WS-EOF            pic A(1).
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-SkipText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-UserIdText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               perform 3 times
                   if cfgEOF not = "Y"
                       read DayCfgFile into WS-SkipText at end
                           move "Y" to cfgEOF
                       end-read
                   end-if
               end-perform
               if cfgEOF not = "Y"
                   read DayCfgFile into WS-AuditPathText at end
                       move "Y" to cfgEOF
                   end-read
               end-if
               close DayCfgFile
           end-if
           move space to WS-EnvOverride
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-DayPathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_USERID"
           if WS-EnvOverride not = space
               move WS-EnvOverride(1:3) to WS-UserIdText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_AUDITPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-AuditPathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_ROLEPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-RolePathText
           end-if
           move space to WS-EnvOverride
           accept WS-EnvOverride from environment "DAY_UROLPATH"
           if WS-EnvOverride not = space
               move WS-EnvOverride to WS-UrolPathText
           end-if
           move WS-DayPathText   to dID
           move WS-UserIdText    to WS-OperUser
           move WS-AuditPathText to auID
           move WS-RolePathText  to roID
           move WS-UrolPathText  to urID

           perform CHECK-ACCESS
           if WS-SecAccess not = "Y"
               stop run
           end-if

           open INPUT DayFile
           if dStatus not = "00" and dStatus not = "05"
               move zero to WS-StackDepth
           end-if
           perform START-AT-POSITION.

      ******************************************************************
      *    the same function check RefMaint makes on its screens: with
      *    no role file, or one with no roles on it yet, nothing is
      *    refused; otherwise the operator needs a role granting
      *    BROWSE (or *ALL). A refusal leaves a
      *    DENIED line on the audit trail, the function's number in
      *    the key column.
      ******************************************************************
       CHECK-ACCESS.
           move "Y" to WS-SecAccess
           open INPUT RoleFile
           if roStatus = "05"
               close RoleFile
               EXIT PARAGRAPH
           end-if
           if roStatus not = "00"
               display "DayBrowse: open role fail " roStatus
               stop run
           end-if
           move low-values to roleKey1
           start RoleFile key is not less than roleKey1
             invalid key
               move "Y" to WS-EOF
             not invalid key
               move "N" to WS-EOF
               read RoleFile next record
                 at end
                   move "Y" to WS-EOF
               end-read
           end-start
           if WS-EOF = "Y"
               close RoleFile
               EXIT PARAGRAPH
           end-if
           move "N" to WS-SecAccess
           open INPUT UrolFile
           if urStatus not = "00" and urStatus not = "05"
               display "DayBrowse: open user role fail " urStatus
               stop run
           end-if
           move WS-OperUser to urolUser
           move zero to urolRole
           move "N" to WS-EOF
           start UrolFile key is not less than urolKey1
             invalid key
               move "Y" to WS-EOF
           end-start
           perform until WS-EOF = "Y"
               read UrolFile next record
                 at end
                   move "Y" to WS-EOF
                 not at end
                   if urolUser not = WS-OperUser
                       move "Y" to WS-EOF
                   else
                       move urolRole  to roleCode
                       move WS-SecFunc to roleFunc
                       read RoleFile
                         invalid key
                           move "*ALL" to roleFunc
                           read RoleFile
                             invalid key
                               continue
                             not invalid key
                               move "Y" to WS-SecAccess
                           end-read
                         not invalid key
                           move "Y" to WS-SecAccess
                       end-read
                       if WS-SecAccess = "Y"
                           move "Y" to WS-EOF
                       end-if
                   end-if
               end-read
           end-perform
           close UrolFile
           close RoleFile
           if WS-SecAccess = "Y"
               EXIT PARAGRAPH
           end-if
           open EXTEND AudFile
           if auStatus not = "00" and auStatus not = "05"
               display "DayBrowse: open audit fail " auStatus
               stop run
           end-if
           move spaces      to audRec
           accept audDate   from DATE YYYYMMDD
           accept audTime   from TIME
           move WS-OperUser to audUser
           move "DENIED"    to audOper
           move zero        to audKey
           perform varying WS-Fx from 1 by 1
                   until WS-Fx > secFuncCount
               if secFuncCode(WS-Fx) = WS-SecFunc
                   move secFuncId(WS-Fx) to audKey
               end-if
           end-perform
           move zero        to audInv
           move zero        to audAmt
           write audRec
           if auStatus not = "00"
               display "DayBrowse: audit write fail " auStatus
               stop run
           end-if
           close AudFile
           display "user " WS-OperUser " is not granted " WS-SecFunc
               " - refused".
