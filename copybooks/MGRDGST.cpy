      *> MGRDGST - per-manager digest report line, written by
      *> ManagerNotify (a heading per manager, the day's changes in
      *> that manager's departments, then the transfers coming up
      *> tomorrow, and finally any change whose department has no
      *> manager on file to route it to).
       01  MGR-DIGEST-RECORD          PIC X(132).
